      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD203           SYSTEM: PCDS                     *
      **    PROVIDER-PORTAL CLAIM STATUS CAPTURE                       *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RECORDS EACH CLAIM *
      **                          ON THE PCDPCSM PORTAL STATUS MASTER  *
      **                          AT THREE POINTS IN THE DAILY STREAM, *
      **                          NAMED ON THE PCDPCSP PARM CARD:      *
      **                          RECEIVE ON THE INTAKE FILE           *
      **                          (SUBMITTER TAX ID, NPI, PAYER,       *
      **                          SERVICE DATE AND CHARGE), EDITED     *
      **                          AFTER THE EDIT CHAIN, AND XMIT ON    *
      **                          THE PCD146 RELEASABLE STREAM         *
      **                          (PCDRELOT) INTO PCD101.  PCD204      *
      **                          BUILDS THE DAILY PORTAL FEED FROM    *
      **                          IT.                                  *
      ** RTC    10/15/26          A BILLING PROVIDER WHOSE TAX ID IS  *
      **                          AN SSN (B0-TAX-ID-TYPE 'S') IS      *
      **                          RECORDED ON PCDPCSM BY ITS PCDTOKN  *
      **                          TOKEN, SO THE SSN NEVER REACHES THE *
      **                          MASTER OR THE PCD204 PORTAL FEED.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD203.
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
           SELECT PCD-PARM-FILE     ASSIGN TO PCDPCSP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PCSM-MASTER   ASSIGN TO PCDPCSM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PCSM-PAT-CNTL-NO
               FILE STATUS IS WS-PCSM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-PCSM-MASTER.
       COPY PCDPCSM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       77  WS-RUN-MODE                 PIC X(007)  VALUE SPACES.
           88  WS-MODE-RECEIVE                     VALUE 'RECEIVE'.
           88  WS-MODE-EDITED                      VALUE 'EDITED '.
           88  WS-MODE-XMIT                        VALUE 'XMIT   '.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PCSM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PCSM-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-EIN              PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-SVC-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CHARGE-AMT               PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-ADDED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-RESUBMITTED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-MARKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-ALREADY           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-NOT-ON-FILE       PIC 9(007)  COMP  VALUE ZERO.
       01  WS-DATE-WORK                PIC X(008)  VALUE SPACES.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                       PIC 9(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDPCSP CARD NAMES THE POINT IN THE    *
      **   STREAM THIS STEP RUNS AT; A MISSING OR UNKNOWN CARD STOPS     *
      **   THE RUN, AS PCD146 DOES, RATHER THAN MARK CLAIMS WRONGLY.     *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE
               AT END
                   DISPLAY 'PCD203 - NO PCDPCSP PARM CARD - '
                       'RUN STOPPED'
                   STOP RUN
           END-READ
           MOVE FD-PARM-REC (1:7) TO WS-RUN-MODE
           IF NOT WS-MODE-RECEIVE
              AND NOT WS-MODE-EDITED
              AND NOT WS-MODE-XMIT
               DISPLAY 'PCD203 - UNKNOWN MODE ON PARM CARD: '
                   WS-RUN-MODE ' - RUN STOPPED'
               STOP RUN
           END-IF
           CLOSE PCD-PARM-FILE
           OPEN INPUT PCD-CLAIM-FILE
           OPEN I-O   PCD-PCSM-MASTER
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE B0-NPI TO WS-CURRENT-NPI
                   IF B0-FEDERAL-TAX-NUM-X NUMERIC
                       MOVE B0-FEDERAL-TAX-NUM TO WS-CURRENT-EIN
                   ELSE
                       MOVE ZERO TO WS-CURRENT-EIN
                   END-IF
                   IF B0-SOCIAL-SECURITY-NUM
                      AND WS-CURRENT-EIN NOT = ZERO
                      AND WS-MODE-RECEIVE
                       PERFORM 2100-TOKENIZE-TAX-ID THRU 2100-EXIT
                   END-IF
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-OPEN TO TRUE
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE SPACES TO WS-PAYOR-ID
                   MOVE ZERO   TO WS-SVC-DATE
                                  WS-CHARGE-AMT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND WS-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-PAYOR-ID
                   END-IF
               WHEN F0-REC
                   IF WS-CLAIM-OPEN
                       IF WS-SVC-DATE = ZERO
                          AND F0-FROM-DATE-X NUMERIC
                           MOVE F0-FROM-DATE-X TO WS-DATE-WORK
                           MOVE WS-DATE-WORK-N TO WS-SVC-DATE
                       END-IF
                       IF F0-LINE-CHRG NUMERIC
                           ADD F0-LINE-CHRG TO WS-CHARGE-AMT
                       END-IF
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
               WHEN CLAIM-RECS
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-TOKENIZE-TAX-ID -- A PROVIDER BILLING UNDER AN SSN IS    *
      **   RECORDED (AND SO FED TO THE PORTAL) AS ITS PCDTOKN TOKEN, AS  *
      **   PCD156 HOLDS IT.  ONE THE VAULT WILL NOT TOKENIZE IS NOT A    *
      **   VALID SSN AND IS RECORDED AS ZERO RATHER THAN IN THE CLEAR.   *
      **----------------------------------------------------------------*
       2100-TOKENIZE-TAX-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'S'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD203' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-CURRENT-EIN TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD203 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-TOKA-DONE
               MOVE PCD-TOKA-VALUE (1:9) TO WS-CURRENT-EIN
           ELSE
               MOVE ZERO TO WS-CURRENT-EIN
           END-IF.
       2100-EXIT.
           EXIT.
       2150-END-OF-CHAIN.
           IF WS-CLAIM-OPEN
               IF WS-MODE-RECEIVE
                   PERFORM 2200-RECORD-RECEIPT THRU 2200-EXIT
               ELSE
                   PERFORM 2300-MARK-CLAIM     THRU 2300-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-RECORD-RECEIPT -- A CLAIM ALREADY ON FILE UNDER THE      *
      **   SAME JOB IS A RERUN AND IS LEFT ALONE.  UNDER A NEW JOB IT    *
      **   IS A RESUBMISSION AND STARTS OVER AS RECEIVED; THE STATUS     *
      **   LAST SENT IS KEPT SO THE PORTAL IS TOLD OF THE RESTART.       *
      **----------------------------------------------------------------*
       2200-RECORD-RECEIPT.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PCSM-PAT-CNTL-NO
           READ PCD-PCSM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PCSM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PCSM-FILE-STATUS
           END-READ
           IF WS-PCSM-FOUND
              AND PCD-PCSM-JOBNUM = WS-CURRENT-JOBNUM
               ADD 1 TO WS-CLAIMS-ALREADY
               GO TO 2200-EXIT
           END-IF
           IF NOT WS-PCSM-FOUND
               MOVE SPACES TO PCD-PCSM-REC
               MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PCSM-PAT-CNTL-NO
               MOVE SPACES TO PCD-PCSM-SENT-STATUS
                              PCD-PCSM-SENT-SUSP-CODE
                              PCD-PCSM-SENT-277-CODE
               MOVE ZERO   TO PCD-PCSM-SENT-ACK-DATE
                              PCD-PCSM-SENT-PAID-AMT
                              PCD-PCSM-SENT-DENIED-AMT
                              PCD-PCSM-SENT-BALANCE-AMT
                              PCD-PCSM-LAST-SENT-DATE
           END-IF
           MOVE WS-CURRENT-JOBNUM  TO PCD-PCSM-JOBNUM
           MOVE WS-CURRENT-EIN     TO PCD-PCSM-FED-TAX-NUM
           MOVE WS-CURRENT-NPI     TO PCD-PCSM-NPI
           MOVE WS-PAYOR-ID        TO PCD-PCSM-PAYOR-ID
           MOVE WS-SVC-DATE        TO PCD-PCSM-SVC-DATE
           MOVE WS-CHARGE-AMT      TO PCD-PCSM-CHARGE-AMT
           MOVE WS-RUN-DATE        TO PCD-PCSM-RECEIVED-DATE
           MOVE ZERO               TO PCD-PCSM-EDITED-DATE
                                      PCD-PCSM-TRANSMIT-DATE
           IF WS-PCSM-FOUND
               REWRITE PCD-PCSM-REC
                   INVALID KEY
                       DISPLAY 'PCD203 - REWRITE FAILED ON PCDPCSM: '
                           PCD-PCSM-PAT-CNTL-NO
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CLAIMS-RESUBMITTED
           ELSE
               WRITE PCD-PCSM-REC
                   INVALID KEY
                       DISPLAY 'PCD203 - WRITE FAILED ON PCDPCSM: '
                           PCD-PCSM-PAT-CNTL-NO
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-CLAIMS-ADDED
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-MARK-CLAIM -- STAMP THE EDITED OR TRANSMITTED DATE.  A   *
      **   DATE ALREADY SET IS KEPT, SO A RERUN DOES NOT MOVE IT.  A     *
      **   TRANSMITTED CLAIM HAS NECESSARILY PASSED THE EDITS.           *
      **----------------------------------------------------------------*
       2300-MARK-CLAIM.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PCSM-PAT-CNTL-NO
           READ PCD-PCSM-MASTER
               INVALID KEY
                   ADD 1 TO WS-CLAIMS-NOT-ON-FILE
                   DISPLAY 'PCD203 - CLAIM NOT RECEIVED ON PCDPCSM: '
                       WS-CURRENT-PAT-CNTL-NO
                   GO TO 2300-EXIT
           END-READ
           IF WS-MODE-EDITED
               IF PCD-PCSM-EDITED-DATE NOT = ZERO
                   ADD 1 TO WS-CLAIMS-ALREADY
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-RUN-DATE TO PCD-PCSM-EDITED-DATE
           ELSE
               IF PCD-PCSM-TRANSMIT-DATE NOT = ZERO
                   ADD 1 TO WS-CLAIMS-ALREADY
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-RUN-DATE TO PCD-PCSM-TRANSMIT-DATE
               IF PCD-PCSM-EDITED-DATE = ZERO
                   MOVE WS-RUN-DATE TO PCD-PCSM-EDITED-DATE
               END-IF
           END-IF
           REWRITE PCD-PCSM-REC
               INVALID KEY
                   DISPLAY 'PCD203 - REWRITE FAILED ON PCDPCSM: '
                       PCD-PCSM-PAT-CNTL-NO
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-CLAIMS-MARKED.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-PCSM-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD203 - RUN MODE:                  ' WS-RUN-MODE
           DISPLAY 'PCD203 - CLAIMS READ:               '
               WS-CLAIMS-READ
           DISPLAY 'PCD203 - CLAIMS ADDED:              '
               WS-CLAIMS-ADDED
           DISPLAY 'PCD203 - CLAIMS RESUBMITTED:        '
               WS-CLAIMS-RESUBMITTED
           DISPLAY 'PCD203 - CLAIMS MARKED:             '
               WS-CLAIMS-MARKED
           DISPLAY 'PCD203 - ALREADY ON FILE (RERUN):   '
               WS-CLAIMS-ALREADY
           DISPLAY 'PCD203 - CLAIMS NOT ON FILE:        '
               WS-CLAIMS-NOT-ON-FILE.
       9000-EXIT.
           EXIT.
