      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD154              SYSTEM: PCDS                 *
      **    CLAIM FACSIMILE REPRINT FROM THE KEYED CLAIM REPOSITORY   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  A REQUEST CARD ON  *
      **                          PCDFXREQ NAMES A PATIENT CONTROL     *
      **                          NUMBER AND, OPTIONALLY, ONE          *
      **                          PROCESSING DATE.  THE CLAIM CHAIN    *
      **                          IS BROWSED OFF PCDCRPM AND EVERY     *
      **                          RECORD IMAGE IS REPRINTED TO         *
      **                          PCDFXPRT AS IT WAS RECEIVED.  EACH   *
      **                          F0 AND KS LINE IS FOLLOWED BY ITS    *
      **                          PROCEDURE CODE'S PCDPRCM SHORT       *
      **                          DESCRIPTION AND EFFECTIVE SPAN SO    *
      **                          THE ANALYST DOES NOT HAVE TO LOOK    *
      **                          THE CODE UP BY HAND.                 *
      ** RTC    10/15/26          AN INSURED ID STORED AS A PCDTOKN    *
      **                          VAULT TOKEN IS DETOKENIZED FOR THE   *
      **                          REPRINT, SO THE FACSIMILE SENT TO    *
      **                          THE PAYER SHOWS THE ID AS BILLED.    *
      **                          EACH DETOKENIZATION IS LOGGED BY THE *
      **                          VAULT.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD154.
       AUTHOR.        CLAIM EDIT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-REQUEST-FILE ASSIGN TO PCDFXREQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRPM-MASTER  ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-PRCM-MASTER  ASSIGN TO PCDPRCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRCM-KEY
               FILE STATUS IS WS-PRCM-FILE-STATUS.
           SELECT PCD-FACSIM-FILE  ASSIGN TO PCDFXPRT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-REQUEST-FILE
           RECORDING MODE IS F.
       01  FD-REQUEST-REC             PIC X(080).
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-PRCM-MASTER.
       COPY PCDPRCM.
       FD  PCD-FACSIM-FILE
           RECORDING MODE IS F.
       01  PCD-FACSIM-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       01  WS-REQUEST-REC.
           05  WS-REQ-PAT-CNTL-NO      PIC X(020).
           05  WS-REQ-PROC-DATE        PIC X(006).
           05  FILLER                  PIC X(054).
       01  WS-IMAGE-LINE.
           05  WS-IL-PROC-DATE         PIC X(006).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-IL-REC-SEQ           PIC Z(003)9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-IL-IMAGE-PART        PIC X(096).
           05  FILLER                  PIC X(024)  VALUE SPACES.
       01  WS-DESC-LINE.
           05  FILLER                  PIC X(012)  VALUE SPACES.
           05  FILLER                  PIC X(005)  VALUE '*** '.
           05  WS-DL-PROC-CODE         PIC X(005).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-DL-CODE-QUAL         PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-DL-DESC              PIC X(028).
           05  FILLER                  PIC X(006)  VALUE '  EFF '.
           05  WS-DL-EFF-DATE          PIC X(008).
           05  FILLER                  PIC X(006)  VALUE ' TERM '.
           05  WS-DL-TERM-DATE         PIC X(008).
           05  FILLER                  PIC X(049)  VALUE SPACES.
       77  WS-REQ-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-REQ-END-OF-FILE                  VALUE 'Y'.
       77  WS-CRPM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CRPM-END-OF-CHAIN                VALUE 'Y'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PRCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PRCM-FOUND                       VALUE '00'.
       77  WS-WORK-PROC-CODE           PIC X(005)  VALUE SPACES.
       77  WS-WORK-CODE-QUAL           PIC X(002)  VALUE SPACES.
       77  WS-REQUEST-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-RECORDS-REPRINTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIM-RECORDS            PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
               UNTIL WS-REQ-END-OF-FILE
           PERFORM 9000-TERMINATE        THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-REQUEST-FILE
           OPEN INPUT  PCD-CRPM-MASTER
           OPEN INPUT  PCD-PRCM-MASTER
           OPEN OUTPUT PCD-FACSIM-FILE
           PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-REQUEST.
           READ PCD-REQUEST-FILE INTO WS-REQUEST-REC
               AT END
                   SET WS-REQ-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-REQUESTS -- POSITION ON THE CLAIM'S FIRST KEY    *
      **   AND BROWSE UNTIL THE PATIENT CONTROL NUMBER CHANGES.          *
      **----------------------------------------------------------------*
       2000-PROCESS-REQUESTS.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE ZERO TO WS-CLAIM-RECORDS
           MOVE SPACES TO PCD-FACSIM-LINE
           STRING '*** CLAIM FACSIMILE: ' DELIMITED BY SIZE
                  WS-REQ-PAT-CNTL-NO DELIMITED BY SIZE
                  '  PROCESSING DATE: ' DELIMITED BY SIZE
                  WS-REQ-PROC-DATE DELIMITED BY SIZE
                  ' ***' DELIMITED BY SIZE
               INTO PCD-FACSIM-LINE
           WRITE PCD-FACSIM-LINE
           MOVE 'N'                TO WS-CRPM-EOF-SWITCH
           MOVE WS-REQ-PAT-CNTL-NO TO PCD-CRPM-PAT-CNTL-NO
           MOVE WS-REQ-PROC-DATE   TO PCD-CRPM-PROC-DATE
           MOVE ZERO               TO PCD-CRPM-REC-SEQ
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   SET WS-CRPM-END-OF-CHAIN TO TRUE
           END-START
           PERFORM 2100-REPRINT-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-CRPM-END-OF-CHAIN
           IF WS-CLAIM-RECORDS = ZERO
               MOVE '    CLAIM NOT IN REPOSITORY' TO PCD-FACSIM-LINE
               WRITE PCD-FACSIM-LINE
               DISPLAY 'PCD154 - NOT IN REPOSITORY: '
                   WS-REQ-PAT-CNTL-NO
           END-IF
           PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-REPRINT-ONE-RECORD.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-CRPM-END-OF-CHAIN TO TRUE
           END-READ
           IF WS-CRPM-END-OF-CHAIN
               GO TO 2100-EXIT
           END-IF
           IF PCD-CRPM-PAT-CNTL-NO NOT = WS-REQ-PAT-CNTL-NO
           OR (WS-REQ-PROC-DATE NOT = SPACES
               AND PCD-CRPM-PROC-DATE NOT = WS-REQ-PROC-DATE)
               SET WS-CRPM-END-OF-CHAIN TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-RECORDS
           ADD 1 TO WS-RECORDS-REPRINTED
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-PCDSCLAIM-REC
           IF D0-REC
               PERFORM 2400-DETOKENIZE-INSURED-ID THRU 2400-EXIT
           END-IF
           MOVE PCD-CRPM-PROC-DATE   TO WS-IL-PROC-DATE
           MOVE PCD-CRPM-REC-SEQ     TO WS-IL-REC-SEQ
           MOVE WS-PCDSCLAIM-REC (1:96) TO WS-IL-IMAGE-PART
           MOVE WS-IMAGE-LINE        TO PCD-FACSIM-LINE
           WRITE PCD-FACSIM-LINE
           MOVE SPACES               TO WS-IL-PROC-DATE
           MOVE ZERO                 TO WS-IL-REC-SEQ
           MOVE WS-PCDSCLAIM-REC (97:96) TO WS-IL-IMAGE-PART
           MOVE WS-IMAGE-LINE        TO PCD-FACSIM-LINE
           MOVE SPACES               TO PCD-FACSIM-LINE (1:11)
           WRITE PCD-FACSIM-LINE
           EVALUATE TRUE
               WHEN F0-REC
                   MOVE F0-PROC-CODE      TO WS-WORK-PROC-CODE
                   MOVE F0-PROC-CODE-QUAL TO WS-WORK-CODE-QUAL
                   PERFORM 2200-DESCRIBE-CODE THRU 2200-EXIT
               WHEN KS-REC
                   MOVE KS-PROC-CODE      TO WS-WORK-PROC-CODE
                   MOVE KS-PROC-CODE-QUAL TO WS-WORK-CODE-QUAL
                   PERFORM 2200-DESCRIBE-CODE THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-DESCRIBE-CODE -- THE REPOSITORY HOLDS NO B0, SO A BLANK  *
      **   QUALIFIER IS TRIED AS HC AND THEN AS AD.                      *
      **----------------------------------------------------------------*
       2200-DESCRIBE-CODE.
           IF WS-WORK-PROC-CODE = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE WS-WORK-PROC-CODE TO PCD-PRCM-PROC-CODE
           IF WS-WORK-CODE-QUAL = SPACES
               MOVE 'HC' TO PCD-PRCM-CODE-QUAL
           ELSE
               MOVE WS-WORK-CODE-QUAL TO PCD-PRCM-CODE-QUAL
           END-IF
           PERFORM 2300-READ-PRCM THRU 2300-EXIT
           IF NOT WS-PRCM-FOUND
           AND WS-WORK-CODE-QUAL = SPACES
               MOVE WS-WORK-PROC-CODE TO PCD-PRCM-PROC-CODE
               MOVE 'AD'              TO PCD-PRCM-CODE-QUAL
               PERFORM 2300-READ-PRCM THRU 2300-EXIT
           END-IF
           MOVE WS-WORK-PROC-CODE TO WS-DL-PROC-CODE
           MOVE WS-WORK-CODE-QUAL TO WS-DL-CODE-QUAL
           IF WS-PRCM-FOUND
               MOVE PCD-PRCM-CODE-QUAL  TO WS-DL-CODE-QUAL
               MOVE PCD-PRCM-SHORT-DESC TO WS-DL-DESC
               MOVE PCD-PRCM-EFF-DATE   TO WS-DL-EFF-DATE
               IF PCD-PRCM-TERM-DATE = ZERO
                   MOVE 'ACTIVE'           TO WS-DL-TERM-DATE
               ELSE
                   MOVE PCD-PRCM-TERM-DATE TO WS-DL-TERM-DATE
               END-IF
           ELSE
               MOVE 'NOT ON PROCEDURE-CODE MASTER' TO WS-DL-DESC
               MOVE SPACES TO WS-DL-EFF-DATE WS-DL-TERM-DATE
           END-IF
           MOVE WS-DESC-LINE TO PCD-FACSIM-LINE
           WRITE PCD-FACSIM-LINE.
       2200-EXIT.
           EXIT.
       2300-READ-PRCM.
           READ PCD-PRCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRCM-FILE-STATUS
           END-READ.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-DETOKENIZE-INSURED-ID -- A REFUSED OR FAILED LOOKUP      *
      **   LEAVES THE TOKEN ON THE REPRINT RATHER THAN STOPPING THE RUN. *
      **----------------------------------------------------------------*
       2400-DETOKENIZE-INSURED-ID.
           MOVE 'D'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD154' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-DONE
               MOVE PCD-TOKA-VALUE TO D0-INSURED-ID
           END-IF
           IF PCD-TOKA-NOT-AUTHORIZED
           OR PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD154 - INSURED ID LEFT AS TOKEN, VAULT RC '
                   PCD-TOKA-RETURN-CODE ': ' WS-REQ-PAT-CNTL-NO
           END-IF.
       2400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-REQUEST-FILE
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-PRCM-MASTER
           CLOSE PCD-FACSIM-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD154 - FACSIMILE REQUESTS SERVED: '
               WS-REQUEST-COUNT
           DISPLAY 'PCD154 - CLAIM RECORDS REPRINTED:   '
               WS-RECORDS-REPRINTED.
       9000-EXIT.
           EXIT.
