      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD204           SYSTEM: PCDS                     *
      **    DAILY PROVIDER-PORTAL CLAIM STATUS FEED                    *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  BUILDS THE         *
      **                          PIPE-DELIMITED PCDPCSF FEED FOR THE  *
      **                          PROVIDER PORTAL, ONE LINE PER CLAIM  *
      **                          ON PCDPCSM BY SUBMITTER TAX ID AND   *
      **                          NPI: RECEIVED, RECEIPT ACKNOWLEDGED  *
      **                          (PCDACKM), EDITED, SUSPENDED WITH    *
      **                          REASON (PCDSUSPM), TRANSMITTED,      *
      **                          277CA STATUS (PCDCSIM), PAID         *
      **                          (PCDARPST CASH), DENIED (PCDDNLM)    *
      **                          AND PATIENT BALANCE (PCDPATL).       *
      **                          CLAIMS ON TEST JOBS (PCDJOBST) ARE   *
      **                          LEFT OFF.  THE PCDPCFP CARD ASKS FOR *
      **                          A FULL FEED; OTHERWISE ONLY CLAIMS   *
      **                          CHANGED SINCE THE LAST FEED ARE      *
      **                          SENT.                                *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD204.
       AUTHOR.        PROVIDER SERVICES.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE     ASSIGN TO PCDPCFP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ARPOST-FILE   ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-PCSM-MASTER   ASSIGN TO PCDPCSM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PCSM-PAT-CNTL-NO
               FILE STATUS IS WS-PCSM-FILE-STATUS.
           SELECT PCD-JOBST-MASTER  ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM
               FILE STATUS IS WS-JOBST-FILE-STATUS.
           SELECT PCD-ACKM-MASTER   ASSIGN TO PCDACKM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ACKM-JOBNUM
               FILE STATUS IS WS-ACKM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PCD-CSIM-MASTER   ASSIGN TO PCDCSIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CSIM-PAT-CNTL-NO
               FILE STATUS IS WS-CSIM-FILE-STATUS.
           SELECT PCD-DNLM-MASTER   ASSIGN TO PCDDNLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-DNLM-KEY
               FILE STATUS IS WS-DNLM-FILE-STATUS.
           SELECT PCD-PATL-MASTER   ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-FEED-FILE     ASSIGN TO PCDPCSF
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-ARPOST-FILE
           RECORDING MODE IS F.
       COPY PCDARPST.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-AMOUNT              PIC S9(007)V99.
       FD  PCD-PCSM-MASTER.
       COPY PCDPCSM.
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       FD  PCD-ACKM-MASTER.
       COPY PCDACKM.
       FD  PCD-SUSPENSE-FILE.
       COPY PCDSUSP.
       FD  PCD-CSIM-MASTER.
       COPY PCDCSIM.
       FD  PCD-DNLM-MASTER.
       COPY PCDDNLM.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-FEED-FILE
           RECORDING MODE IS F.
       01  FD-FEED-REC                PIC X(300).
       WORKING-STORAGE SECTION.
       COPY PCDPCSF.
       77  WS-FEED-MODE                PIC X(007)  VALUE 'CHANGES'.
           88  WS-MODE-FULL                        VALUE 'FULL   '.
           88  WS-MODE-CHANGES                     VALUE 'CHANGES'.
       77  WS-ARPOST-EOF-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-ARPOST-END-OF-FILE               VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-PCSM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PCSM-END-OF-FILE                 VALUE 'Y'.
       77  WS-SUSP-SCAN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-SUSP-SCAN-DONE                   VALUE 'Y'.
       77  WS-SEND-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-SEND-CLAIM                       VALUE 'Y'.
       77  WS-PCSM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PCSM-FOUND                       VALUE '00'.
       77  WS-JOBST-FILE-STATUS        PIC X(002)  VALUE SPACES.
           88  WS-JOBST-FOUND                      VALUE '00'.
       77  WS-ACKM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ACKM-FOUND                       VALUE '00'.
       77  WS-SUSP-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-SUSP-FOUND                       VALUE '00'.
       77  WS-CSIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CSIM-FOUND                       VALUE '00'.
       77  WS-DNLM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-DNLM-FOUND                       VALUE '00'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PATL-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SORT-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-PAID-AMT                 PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-DENIED-AMT               PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-BALANCE-AMT              PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-ACK-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-POSTINGS-SORTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POSTINGS-UNMATCHED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-ON-MASTER         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TEST-JOB-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-UNCHANGED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-SENT              PIC 9(007)  COMP  VALUE ZERO.
       01  WS-FEED-TRAILER-COUNT       PIC 9(007)  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-PAT-CNTL-NO
               INPUT PROCEDURE  2000-EXTRACT-CASH  THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-BUILD-FEED    THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDPCFP CARD PICKS A FULL FEED OR      *
      **   CHANGES ONLY.  THE DAILY RUN HAS NO CARD AND SENDS CHANGES;   *
      **   THE WEB TEAM ASKS FOR A FULL FEED WHEN RELOADING THE PORTAL.  *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE
               AT END
                   MOVE 'CHANGES' TO FD-PARM-REC
           END-READ
           MOVE FD-PARM-REC (1:7) TO WS-FEED-MODE
           IF NOT WS-MODE-FULL AND NOT WS-MODE-CHANGES
               DISPLAY 'PCD204 - UNKNOWN MODE ON PARM CARD: '
                   WS-FEED-MODE ' - RUN STOPPED'
               STOP RUN
           END-IF
           CLOSE PCD-PARM-FILE
           OPEN I-O    PCD-PCSM-MASTER
           OPEN INPUT  PCD-JOBST-MASTER
           OPEN INPUT  PCD-ACKM-MASTER
           OPEN INPUT  PCD-SUSPENSE-FILE
           OPEN INPUT  PCD-CSIM-MASTER
           OPEN INPUT  PCD-DNLM-MASTER
           OPEN INPUT  PCD-PATL-MASTER
           OPEN OUTPUT PCD-FEED-FILE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-EXTRACT-CASH -- PAYMENTS, REVERSALS AND REFUNDS ARE THE  *
      **   PAYER'S CASH ON THE CLAIM, AS PCD191 COUNTS IT.  NETTING,     *
      **   ADJUSTMENTS AND ESCHEAT ENTRIES ARE NOT PAYER CASH.           *
      **----------------------------------------------------------------*
       2000-EXTRACT-CASH.
           OPEN INPUT PCD-ARPOST-FILE
           PERFORM 2100-READ-ARPOST THRU 2100-EXIT
           PERFORM 2200-RELEASE-CASH THRU 2200-EXIT
               UNTIL WS-ARPOST-END-OF-FILE
           CLOSE PCD-ARPOST-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-ARPOST.
           READ PCD-ARPOST-FILE
               AT END
                   SET WS-ARPOST-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-CASH.
           IF PCD-AR-POST-PAYMENT
           OR PCD-AR-POST-REVERSAL
           OR PCD-AR-POST-REFUND
               MOVE PCD-AR-POST-PAT-CNTL-NO TO SD-PAT-CNTL-NO
               MOVE PCD-AR-POST-AMOUNT      TO SD-AMOUNT
               RELEASE SD-SORT-REC
               ADD 1 TO WS-POSTINGS-SORTED
           END-IF
           PERFORM 2100-READ-ARPOST THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-BUILD-FEED -- THE SORTED CASH AND THE STATUS MASTER      *
      **   ARE BOTH IN PATIENT CONTROL NUMBER ORDER AND ARE MATCHED IN   *
      **   ONE PASS.                                                     *
      **----------------------------------------------------------------*
       3000-BUILD-FEED.
           MOVE SPACES TO FD-FEED-REC
           STRING 'H'                DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WS-FEED-MODE (1:1) DELIMITED BY SIZE
               INTO FD-FEED-REC
           END-STRING
           WRITE FD-FEED-REC
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           MOVE LOW-VALUES TO PCD-PCSM-PAT-CNTL-NO
           START PCD-PCSM-MASTER
               KEY IS NOT LESS THAN PCD-PCSM-PAT-CNTL-NO
               INVALID KEY
                   SET WS-PCSM-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-PCSM-END-OF-FILE
               PERFORM 3050-READ-NEXT-CLAIM THRU 3050-EXIT
           END-IF
           PERFORM 3100-PROCESS-CLAIM THRU 3100-EXIT
               UNTIL WS-PCSM-END-OF-FILE
           PERFORM 3150-SKIP-POSTING THRU 3150-EXIT
               UNTIL WS-SORT-END-OF-FILE
           MOVE WS-CLAIMS-SENT TO WS-FEED-TRAILER-COUNT
           MOVE SPACES TO FD-FEED-REC
           STRING 'T'                   DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-FEED-TRAILER-COUNT DELIMITED BY SIZE
               INTO FD-FEED-REC
           END-STRING
           WRITE FD-FEED-REC.
       3000-EXIT.
           EXIT.
       3050-READ-NEXT-CLAIM.
           READ PCD-PCSM-MASTER NEXT RECORD
               AT END
                   SET WS-PCSM-END-OF-FILE TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-PROCESS-CLAIM -- CLAIMS ON A TEST JOB NEVER REACH THE    *
      **   PORTAL.  A CHANGE-ONLY FEED SENDS A CLAIM NEVER SENT BEFORE   *
      **   OR ONE WHOSE STATUS, SUSPENSE REASON, ACKNOWLEDGMENT, 277CA   *
      **   CODE OR AMOUNTS DIFFER FROM WHAT WAS LAST SENT.               *
      **----------------------------------------------------------------*
       3100-PROCESS-CLAIM.
           ADD 1 TO WS-CLAIMS-ON-MASTER
           MOVE ZERO TO WS-PAID-AMT
           PERFORM 3150-SKIP-POSTING THRU 3150-EXIT
               UNTIL WS-SORT-END-OF-FILE
                  OR WS-SORT-PAT-CNTL-NO NOT <
                     PCD-PCSM-PAT-CNTL-NO (1:17)
           PERFORM 3160-ADD-POSTING THRU 3160-EXIT
               UNTIL WS-SORT-END-OF-FILE
                  OR WS-SORT-PAT-CNTL-NO NOT =
                     PCD-PCSM-PAT-CNTL-NO (1:17)
           MOVE PCD-PCSM-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-JOBST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-JOBST-FILE-STATUS
           END-READ
           IF WS-JOBST-FOUND
              AND PCD-JOBST-TEST-JOB
               ADD 1 TO WS-TEST-JOB-CLAIMS
               PERFORM 3050-READ-NEXT-CLAIM THRU 3050-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-DERIVE-STATUS THRU 3200-EXIT
           MOVE 'N' TO WS-SEND-SWITCH
           IF WS-MODE-FULL
           OR PCD-PCSM-LAST-SENT-DATE = ZERO
           OR PCD-PCSM-SENT-STATUS     NOT = PCD-PCSF-STATUS
           OR PCD-PCSM-SENT-SUSP-CODE  NOT = PCD-PCSF-SUSP-CODE
           OR PCD-PCSM-SENT-ACK-DATE   NOT = WS-ACK-DATE
           OR PCD-PCSM-SENT-277-CODE   NOT = PCD-PCSF-277-CODE
           OR PCD-PCSM-SENT-PAID-AMT   NOT = WS-PAID-AMT
           OR PCD-PCSM-SENT-DENIED-AMT NOT = WS-DENIED-AMT
           OR PCD-PCSM-SENT-BALANCE-AMT NOT = WS-BALANCE-AMT
               SET WS-SEND-CLAIM TO TRUE
           END-IF
           IF NOT WS-SEND-CLAIM
               ADD 1 TO WS-CLAIMS-UNCHANGED
               PERFORM 3050-READ-NEXT-CLAIM THRU 3050-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
           MOVE PCD-PCSF-STATUS    TO PCD-PCSM-SENT-STATUS
           MOVE PCD-PCSF-SUSP-CODE TO PCD-PCSM-SENT-SUSP-CODE
           MOVE WS-ACK-DATE        TO PCD-PCSM-SENT-ACK-DATE
           MOVE PCD-PCSF-277-CODE  TO PCD-PCSM-SENT-277-CODE
           MOVE WS-PAID-AMT        TO PCD-PCSM-SENT-PAID-AMT
           MOVE WS-DENIED-AMT      TO PCD-PCSM-SENT-DENIED-AMT
           MOVE WS-BALANCE-AMT     TO PCD-PCSM-SENT-BALANCE-AMT
           MOVE WS-RUN-DATE        TO PCD-PCSM-LAST-SENT-DATE
           REWRITE PCD-PCSM-REC
               INVALID KEY
                   DISPLAY 'PCD204 - REWRITE FAILED ON PCDPCSM: '
                       PCD-PCSM-PAT-CNTL-NO
                   STOP RUN
           END-REWRITE
           PERFORM 3050-READ-NEXT-CLAIM THRU 3050-EXIT.
       3100-EXIT.
           EXIT.
       3150-SKIP-POSTING.
           ADD 1 TO WS-POSTINGS-UNMATCHED
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       3150-EXIT.
           EXIT.
       3160-ADD-POSTING.
           ADD SD-AMOUNT TO WS-PAID-AMT
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       3160-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-DERIVE-STATUS -- THE STATUS IS THE FURTHEST POINT THE    *
      **   CLAIM HAS REACHED (SEE PCDPCSF).  AN OPEN SUSPENSE ROW ONLY   *
      **   COUNTS BEFORE TRANSMISSION; A DENIAL OVERTURNED ON APPEAL     *
      **   NO LONGER COUNTS.  THE PATIENT BALANCE IS THE CLAIM'S FIRST   *
      **   PCDPATL ROW, AS PCD084 READS IT.                              *
      **----------------------------------------------------------------*
       3200-DERIVE-STATUS.
           MOVE 'D'                    TO PCD-PCSF-REC-TYPE
           MOVE PCD-PCSM-FED-TAX-NUM   TO PCD-PCSF-FED-TAX-NUM
           IF PCD-PCSM-FED-TAX-NUM = ZERO
              AND WS-JOBST-FOUND
               MOVE PCD-JOBST-SUB-EIN  TO PCD-PCSF-FED-TAX-NUM
           END-IF
           MOVE PCD-PCSM-NPI           TO PCD-PCSF-NPI
           MOVE PCD-PCSM-PAT-CNTL-NO   TO PCD-PCSF-PAT-CNTL-NO
           MOVE PCD-PCSM-JOBNUM        TO PCD-PCSF-JOBNUM
           MOVE PCD-PCSM-PAYOR-ID      TO PCD-PCSF-PAYOR-ID
           MOVE PCD-PCSM-SVC-DATE      TO PCD-PCSF-SVC-DATE
           MOVE PCD-PCSM-CHARGE-AMT    TO PCD-PCSF-CHARGE-AMT
           MOVE PCD-PCSM-RECEIVED-DATE TO PCD-PCSF-RECEIVED-DATE
           MOVE PCD-PCSM-EDITED-DATE   TO PCD-PCSF-EDITED-DATE
           MOVE PCD-PCSM-TRANSMIT-DATE TO PCD-PCSF-TRANSMIT-DATE
           MOVE WS-PAID-AMT            TO PCD-PCSF-PAID-AMT
           MOVE SPACES TO PCD-PCSF-SUSP-CODE
                          PCD-PCSF-SUSP-TEXT
                          PCD-PCSF-277-CODE
           MOVE ZERO   TO WS-ACK-DATE
                          WS-DENIED-AMT
                          WS-BALANCE-AMT
                          PCD-PCSF-277-DATE
                          PCD-PCSF-DENIAL-DATE
           MOVE PCD-PCSM-JOBNUM TO PCD-ACKM-JOBNUM
           READ PCD-ACKM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ACKM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ACKM-FILE-STATUS
           END-READ
           IF WS-ACKM-FOUND
              AND PCD-ACKM-FULFILLED
               MOVE PCD-ACKM-FULFILL-DATE TO WS-ACK-DATE
           END-IF
           MOVE WS-ACK-DATE TO PCD-PCSF-ACK-DATE
           IF PCD-PCSM-TRANSMIT-DATE = ZERO
               PERFORM 3210-FIND-SUSPENSE THRU 3210-EXIT
           END-IF
           MOVE PCD-PCSM-PAT-CNTL-NO TO PCD-CSIM-PAT-CNTL-NO
           READ PCD-CSIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CSIM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CSIM-FILE-STATUS
           END-READ
           IF WS-CSIM-FOUND
              AND PCD-CSIM-RESPONDED
               MOVE PCD-CSIM-277-STATUS-CODE TO PCD-PCSF-277-CODE
               MOVE PCD-CSIM-RESPONSE-DATE   TO PCD-PCSF-277-DATE
           END-IF
           MOVE PCD-PCSM-PAT-CNTL-NO TO PCD-DNLM-PAT-CNTL-NO
           MOVE PCD-PCSM-PAYOR-ID    TO PCD-DNLM-PAYOR-ID
           READ PCD-DNLM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-DNLM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-DNLM-FILE-STATUS
           END-READ
           IF WS-DNLM-FOUND
              AND NOT PCD-DNLM-OVERTURNED
               MOVE PCD-DNLM-DENIED-AMT  TO WS-DENIED-AMT
               MOVE PCD-DNLM-DENIAL-DATE TO PCD-PCSF-DENIAL-DATE
           END-IF
           MOVE WS-DENIED-AMT TO PCD-PCSF-DENIED-AMT
           MOVE PCD-PCSM-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE LOW-VALUES           TO PCD-PATL-STMT-NO
           START PCD-PATL-MASTER KEY NOT < PCD-PATL-KEY
               INVALID KEY
                   MOVE '23' TO WS-PATL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PATL-FILE-STATUS
           END-START
           IF WS-PATL-FOUND
               READ PCD-PATL-MASTER NEXT RECORD
                   AT END
                       MOVE '10' TO WS-PATL-FILE-STATUS
               END-READ
           END-IF
           IF WS-PATL-FOUND
              AND PCD-PATL-PAT-CNTL-NO = PCD-PCSM-PAT-CNTL-NO
               MOVE PCD-PATL-BALANCE-AMT TO WS-BALANCE-AMT
           END-IF
           MOVE WS-BALANCE-AMT TO PCD-PCSF-BALANCE-AMT
           EVALUATE TRUE
               WHEN WS-PAID-AMT > ZERO
                   SET PCD-PCSF-PAID         TO TRUE
               WHEN WS-DENIED-AMT > ZERO
                   SET PCD-PCSF-DENIED       TO TRUE
               WHEN PCD-PCSF-277-CODE NOT = SPACES
                   SET PCD-PCSF-PAYER-STATUS TO TRUE
               WHEN PCD-PCSM-TRANSMIT-DATE NOT = ZERO
                   SET PCD-PCSF-TRANSMITTED  TO TRUE
               WHEN PCD-PCSF-SUSP-CODE NOT = SPACES
                   SET PCD-PCSF-SUSPENDED    TO TRUE
               WHEN PCD-PCSM-EDITED-DATE NOT = ZERO
                   SET PCD-PCSF-EDITED       TO TRUE
               WHEN WS-ACK-DATE NOT = ZERO
                   SET PCD-PCSF-ACKNOWLEDGED TO TRUE
               WHEN OTHER
                   SET PCD-PCSF-RECEIVED     TO TRUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3210-FIND-SUSPENSE -- SUSPENSE ROWS ARE KEYED BY JOB, SO THE  *
      **   CLAIM'S JOB IS BROWSED FOR ITS FIRST UNRELEASED ROW.          *
      **----------------------------------------------------------------*
       3210-FIND-SUSPENSE.
           MOVE 'N'             TO WS-SUSP-SCAN-SWITCH
           MOVE PCD-PCSM-JOBNUM TO PCD-SUSP-JOBNUM
           MOVE ZERO            TO PCD-SUSP-SEQ-NUM
           START PCD-SUSPENSE-FILE KEY IS NOT LESS THAN PCD-SUSP-KEY
               INVALID KEY
                   GO TO 3210-EXIT
           END-START
           PERFORM 3220-SCAN-SUSPENSE THRU 3220-EXIT
               UNTIL WS-SUSP-SCAN-DONE.
       3210-EXIT.
           EXIT.
       3220-SCAN-SUSPENSE.
           READ PCD-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-SCAN-DONE TO TRUE
                   GO TO 3220-EXIT
           END-READ
           IF PCD-SUSP-JOBNUM NOT = PCD-PCSM-JOBNUM
               SET WS-SUSP-SCAN-DONE TO TRUE
               GO TO 3220-EXIT
           END-IF
           IF PCD-SUSP-PAT-CNTL-NO = PCD-PCSM-PAT-CNTL-NO
              AND NOT PCD-SUSP-RELEASED
               MOVE PCD-SUSP-REASON-CODE TO PCD-PCSF-SUSP-CODE
               MOVE PCD-SUSP-REASON-TEXT TO PCD-PCSF-SUSP-TEXT
               SET WS-SUSP-SCAN-DONE TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-WRITE-DETAIL -- LAY THE CLAIM OUT IN THE PUBLISHED       *
      **   PCDPCSF ORDER.  CODES END AT THEIR FIRST SPACE, TEXT AT ITS   *
      **   FIRST DOUBLE SPACE, AS PCD124 BUILDS ITS SEGMENTS.            *
      **----------------------------------------------------------------*
       3300-WRITE-DETAIL.
           MOVE SPACES TO FD-FEED-REC
           STRING PCD-PCSF-REC-TYPE      DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-FED-TAX-NUM   DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-NPI           DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-PAT-CNTL-NO   DELIMITED BY '  '
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-JOBNUM        DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-PAYOR-ID      DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-SVC-DATE      DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-CHARGE-AMT    DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-STATUS        DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-RECEIVED-DATE DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-ACK-DATE      DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-EDITED-DATE   DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-SUSP-CODE     DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-SUSP-TEXT     DELIMITED BY '  '
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-TRANSMIT-DATE DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-277-CODE      DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-277-DATE      DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-PAID-AMT      DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-DENIED-AMT    DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-DENIAL-DATE   DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  PCD-PCSF-BALANCE-AMT   DELIMITED BY SIZE
               INTO FD-FEED-REC
           END-STRING
           WRITE FD-FEED-REC
           ADD 1 TO WS-CLAIMS-SENT.
       3300-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-SORT-PAT-CNTL-NO
                   GO TO 4100-EXIT
           END-RETURN
           MOVE SD-PAT-CNTL-NO TO WS-SORT-PAT-CNTL-NO.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-PCSM-MASTER
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-ACKM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           CLOSE PCD-CSIM-MASTER
           CLOSE PCD-DNLM-MASTER
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-FEED-FILE
           DISPLAY 'PCD204 - FEED MODE:                 ' WS-FEED-MODE
           DISPLAY 'PCD204 - CASH POSTINGS SORTED:      '
               WS-POSTINGS-SORTED
           DISPLAY 'PCD204 - POSTINGS WITH NO CLAIM:    '
               WS-POSTINGS-UNMATCHED
           DISPLAY 'PCD204 - CLAIMS ON MASTER:          '
               WS-CLAIMS-ON-MASTER
           DISPLAY 'PCD204 - TEST-JOB CLAIMS SKIPPED:   '
               WS-TEST-JOB-CLAIMS
           DISPLAY 'PCD204 - CLAIMS UNCHANGED:          '
               WS-CLAIMS-UNCHANGED
           DISPLAY 'PCD204 - CLAIMS SENT:               '
               WS-CLAIMS-SENT.
       9000-EXIT.
           EXIT.
