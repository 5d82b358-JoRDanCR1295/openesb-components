      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD212           SYSTEM: PCDS                     *
      **    340B DRUG LINE IDENTIFICATION PASS                         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AT THE END OF *
      **                          THE EDIT CHAIN, AHEAD OF THE PCD101  *
      **                          TRANSMISSION SPLIT AND SO AHEAD OF   *
      **                          PCD124 AND PCD149.  A CLAIM WHOSE    *
      **                          CLIENT HAS THE BATCH'S B0-NPI        *
      **                          REGISTERED ON PCD34BM AS A 340B SITE *
      **                          HAS EACH DRUG LINE -- EVERY FILL ON  *
      **                          A P01 BATCH, ANY OTHER LINE WITH AN  *
      **                          NDC OR A J-CODE -- DISPENSED INSIDE  *
      **                          THE SITE'S REGISTRATION DATES        *
      **                          STAMPED WITH THE UD MODIFIER, SO     *
      **                          MEDICAID DOES NOT ALSO CLAIM A       *
      **                          MANUFACTURER REBATE ON IT (THE       *
      **                          DUPLICATE DISCOUNT).  EVERY SUCH     *
      **                          LINE IS RECORDED ON THE PCD34BA      *
      **                          AUDIT HISTORY.  A LINE WITH NO FREE  *
      **                          MODIFIER SLOT IS HELD IN SUSPENSE    *
      **                          UNDER REASON 340BMD.                 *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD212.
       AUTHOR.        PHARMACY SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-OUT-FILE    ASSIGN TO CLAIMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-34BM-MASTER ASSIGN TO PCD34BM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-34BM-KEY
               FILE STATUS IS WS-34BM-FILE-STATUS.
           SELECT PCD-34BA-MASTER ASSIGN TO PCD34BA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-34BA-KEY
               FILE STATUS IS WS-34BA-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-OUT-FILE
           RECORDING MODE IS F.
       01  PCD-OUT-RECORD             PIC X(192).
       FD  PCD-34BM-MASTER.
       COPY PCD34BM.
       FD  PCD-34BA-MASTER.
       COPY PCD34BA.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       COPY PCDCLNA.
      *****************************************************************
      *  THE LINE MODIFIER THAT TELLS THE PAYER (AND, THROUGH IT, THE *
      *  STATE MEDICAID REBATE UNIT) THE DRUG WAS BOUGHT AT THE 340B  *
      *  PRICE.  PCD134 AND PCD149 LOOK FOR THE SAME VALUE.           *
      *****************************************************************
       77  WS-340B-MODIFIER            PIC X(002)  VALUE 'UD'.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-34BM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-34BM-FOUND                       VALUE '00'.
       77  WS-34BA-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-34BA-FOUND                       VALUE '00'.
       77  WS-SITE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-340B-SITE                        VALUE 'Y'.
       77  WS-MEDICAID-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MEDICAID-CLAIM                   VALUE 'Y'.
       77  WS-DRUG-LINE-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-DRUG-LINE                        VALUE 'Y'.
       77  WS-SUSPENDED-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-SUSPENDED                  VALUE 'Y'.
       77  WS-ON-LINE-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-MODIFIER-ON-LINE                 VALUE 'Y'.
       77  WS-FLAG-STATUS              PIC X(001)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SVC-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-SITE-NPI         PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-CLIENT-ID                PIC X(006)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-D0-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FREE-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-340B-CLAIMS              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DRUG-LINES-READ          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-STAMPED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-ALREADY-FLAGGED    PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-OUT-OF-DATES       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEDICAID-LINES           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-NOT-FLAGGED        PIC 9(005)  COMP  VALUE ZERO.
       01  WS-OUT-IMAGE                PIC X(192)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   THE F0'S FOUR PROCEDURE MODIFIERS SEEN AS A TABLE.            *
      **----------------------------------------------------------------*
       01  WS-MOD-AREA.
           05  WS-MOD-CODE             PIC X(002)  OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- WITHOUT THE ELIGIBILITY MASTER NO 340B     *
      **   LINE COULD BE FLAGGED AND THE STATE WOULD CLAIM A REBATE ON   *
      **   IT, SO THE RUN STOPS RATHER THAN PASS THE CLAIMS THROUGH.     *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-34BM-MASTER
           IF NOT WS-34BM-FOUND
               DISPLAY 'PCD212 - PCD34BM NOT AVAILABLE, STATUS '
                   WS-34BM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-OUT-FILE
           OPEN I-O    PCD-34BA-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
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
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- EVERY RECORD IS PASSED THROUGH.  THE  *
      **   B0 NAMES THE BILLING SITE, THE C0 THE CLIENT (THROUGH         *
      **   PCDCLNT) AND THE FIRST D0 THE DESTINATION PAYER, ALL AHEAD    *
      **   OF THE SERVICE LINES, SO EACH F0 IS DECIDED AS IT IS READ.    *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   MOVE B0-BATCH-TYPE  TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-CURRENT-BATCH-NUM
                   MOVE B0-NPI         TO WS-CURRENT-SITE-NPI
                   MOVE 'N'            TO WS-SITE-SWITCH
               WHEN C0-REC
                   PERFORM 2100-START-CLAIM THRU 2100-EXIT
               WHEN D0-REC
                   ADD 1 TO WS-D0-COUNT
                   IF WS-D0-COUNT = 1
                       MOVE D0-PAYOR-ID TO WS-PAYOR-ID
                       IF D0-MEDICAID
                       OR D0-MEDICAID-SOP
                           SET WS-MEDICAID-CLAIM TO TRUE
                       END-IF
                   END-IF
               WHEN F0-REC
                   IF WS-340B-SITE
                       PERFORM 2200-CHECK-LINE THRU 2200-EXIT
                   END-IF
           END-EVALUATE
           MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
           WRITE PCD-OUT-RECORD FROM WS-OUT-IMAGE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-START-CLAIM -- A CLAIM IS 340B ONLY IF ITS CLIENT HAS    *
      **   THE BATCH'S BILLING NPI REGISTERED AS A SITE.  THE DATES ARE  *
      **   CHECKED LINE BY LINE AGAINST THE DATE OF SERVICE.             *
      **----------------------------------------------------------------*
       2100-START-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
           MOVE ZERO   TO WS-D0-COUNT
           MOVE SPACES TO WS-PAYOR-ID
                          WS-CLIENT-ID
           MOVE 'N'    TO WS-SITE-SWITCH
                          WS-MEDICAID-SWITCH
                          WS-SUSPENDED-SWITCH
           IF WS-CURRENT-SITE-NPI = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE 'L'                    TO PCD-CLNA-FUNCTION
           MOVE 'PCD212'               TO PCD-CLNA-CALLER
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD212 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-CLNA-CLIENT-ID = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-CLNA-CLIENT-ID  TO WS-CLIENT-ID
           MOVE WS-CLIENT-ID        TO PCD-34BM-CLIENT-ID
           MOVE WS-CURRENT-SITE-NPI TO PCD-34BM-SITE-NPI
           READ PCD-34BM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-34BM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-34BM-FILE-STATUS
           END-READ
           IF WS-34BM-FOUND
               SET WS-340B-SITE TO TRUE
               ADD 1 TO WS-340B-CLAIMS
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-CHECK-LINE -- EVERY FILL ON A P01 PHARMACY BATCH IS A    *
      **   DRUG LINE; ELSEWHERE A LINE IS ONE WHEN IT CARRIES AN NDC OR  *
      **   IS BILLED UNDER A J-CODE.  A DRUG LINE DISPENSED INSIDE THE   *
      **   SITE'S REGISTRATION TAKES THE UD MODIFIER IN ITS FIRST FREE   *
      **   SLOT AND IS RECORDED ON THE PCD34BA AUDIT HISTORY.            *
      **----------------------------------------------------------------*
       2200-CHECK-LINE.
           MOVE 'N' TO WS-DRUG-LINE-SWITCH
           IF WS-CURRENT-BATCH-TYPE = 'P01'
           OR F0-NDC-CODE > SPACES
           OR F0-PROC-CODE (1:1) = 'J'
               SET WS-DRUG-LINE TO TRUE
           END-IF
           IF NOT WS-DRUG-LINE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-DRUG-LINES-READ
           IF F0-FROM-DATE-X NOT NUMERIC
               ADD 1 TO WS-LINES-OUT-OF-DATES
               GO TO 2200-EXIT
           END-IF
           MOVE F0-FROM-DATE-X TO WS-SVC-DATE
           IF WS-SVC-DATE < PCD-34BM-EFFECTIVE-DATE
           OR (NOT PCD-34BM-OPEN-ENDED
               AND WS-SVC-DATE > PCD-34BM-TERM-DATE)
               ADD 1 TO WS-LINES-OUT-OF-DATES
               GO TO 2200-EXIT
           END-IF
           MOVE F0-PROC-CODE-MODIFIERS TO WS-MOD-AREA
           MOVE ZERO TO WS-FREE-SUB
           MOVE 'N'  TO WS-ON-LINE-SWITCH
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
               IF WS-MOD-CODE (WS-MOD-SUB) = WS-340B-MODIFIER
                   SET WS-MODIFIER-ON-LINE TO TRUE
               END-IF
               IF WS-MOD-CODE (WS-MOD-SUB) = SPACES
                  AND WS-FREE-SUB = ZERO
                   MOVE WS-MOD-SUB TO WS-FREE-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MODIFIER-ON-LINE
                   ADD 1 TO WS-LINES-ALREADY-FLAGGED
                   MOVE 'F' TO WS-FLAG-STATUS
               WHEN WS-FREE-SUB > ZERO
                   MOVE WS-340B-MODIFIER TO WS-MOD-CODE (WS-FREE-SUB)
                   MOVE WS-MOD-AREA      TO F0-PROC-CODE-MODIFIERS
                   ADD 1 TO WS-LINES-STAMPED
                   MOVE 'F' TO WS-FLAG-STATUS
               WHEN OTHER
                   ADD 1 TO WS-LINES-NOT-FLAGGED
                   MOVE 'N' TO WS-FLAG-STATUS
                   IF NOT WS-CLAIM-SUSPENDED
                       PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT
                   END-IF
           END-EVALUATE
           IF WS-MEDICAID-CLAIM
               ADD 1 TO WS-MEDICAID-LINES
           END-IF
           PERFORM 2300-RECORD-AUDIT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-RECORD-AUDIT -- A CLAIM RE-RUN THROUGH THE STREAM        *
      **   REPLACES ITS LINE'S ROW BUT KEEPS THE DATE PCD134 LAST KEPT   *
      **   THE LINE OFF A REBATE INVOICE.                                *
      **----------------------------------------------------------------*
       2300-RECORD-AUDIT.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-34BA-PAT-CNTL-NO
           MOVE F0-SEQ-NUM-X           TO PCD-34BA-LINE-SEQ
           READ PCD-34BA-MASTER
               INVALID KEY
                   MOVE '23' TO WS-34BA-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-34BA-FILE-STATUS
           END-READ
           IF NOT WS-34BA-FOUND
               MOVE ZERO TO PCD-34BA-REBATE-EXCL-DATE
           END-IF
           MOVE WS-CLIENT-ID            TO PCD-34BA-CLIENT-ID
           MOVE PCD-34BM-ENTITY-ID      TO PCD-34BA-ENTITY-ID
           MOVE WS-CURRENT-SITE-NPI     TO PCD-34BA-SITE-NPI
           MOVE WS-CURRENT-JOBNUM       TO PCD-34BA-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE   TO PCD-34BA-BATCH-TYPE
           MOVE WS-SVC-DATE             TO PCD-34BA-SVC-DATE
           MOVE F0-PROC-CODE            TO PCD-34BA-PROC-CODE
           MOVE F0-NDC-CODE             TO PCD-34BA-NDC-CODE
           MOVE F0-RX-NUM               TO PCD-34BA-RX-NUM
           MOVE ZERO                    TO PCD-34BA-LINE-CHRG
           IF F0-LINE-CHRG-X IS NUMERIC
               MOVE F0-LINE-CHRG        TO PCD-34BA-LINE-CHRG
           END-IF
           MOVE WS-PAYOR-ID             TO PCD-34BA-PAYOR-ID
           MOVE WS-MEDICAID-SWITCH      TO PCD-34BA-MEDICAID-SW
           MOVE WS-FLAG-STATUS          TO PCD-34BA-FLAG-STATUS
           MOVE WS-RUN-DATE             TO PCD-34BA-STAMP-DATE
           IF WS-34BA-FOUND
               REWRITE PCD-34BA-REC
                   INVALID KEY
                       DISPLAY 'PCD212 - PCD34BA REWRITE FAILED '
                           PCD-34BA-KEY
               END-REWRITE
           ELSE
               WRITE PCD-34BA-REC
                   INVALID KEY
                       DISPLAY 'PCD212 - PCD34BA WRITE FAILED '
                           PCD-34BA-KEY
               END-WRITE
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-WRITE-SUSPENSE -- A 340B LINE WITH ALL FOUR MODIFIER     *
      **   SLOTS TAKEN CANNOT BE FLAGGED, AND SENT UNFLAGGED IT INVITES  *
      **   A DUPLICATE DISCOUNT.  THE CLAIM IS HELD ONCE, HOWEVER MANY   *
      **   OF ITS LINES ARE AFFECTED.                                    *
      **----------------------------------------------------------------*
       2400-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM   TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-PAYOR-ID            TO PCD-SUSP-PAYOR-ID
           MOVE '340BMD'               TO PCD-SUSP-REASON-CODE
           STRING '340B LINE ' DELIMITED BY SIZE
                  F0-SEQ-NUM-X DELIMITED BY SIZE
                  ' - NO FREE MODIFIER FOR UD, ENTITY '
                      DELIMITED BY SIZE
                  PCD-34BM-ENTITY-ID DELIMITED BY SPACE
               INTO PCD-SUSP-REASON-TEXT
           MOVE 'PCD212'               TO PCD-SUSP-SOURCE-PGM
           MOVE WS-RUN-DATE            TO PCD-SUSP-DATE
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           SET WS-CLAIM-SUSPENDED TO TRUE.
       2400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-OUT-FILE
           CLOSE PCD-34BM-MASTER
           CLOSE PCD-34BA-MASTER
           CLOSE PCD-SUSPENSE-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD212 - CLAIMS READ:           ' WS-CLAIMS-READ
           DISPLAY 'PCD212 - CLAIMS FROM 340B SITES:' WS-340B-CLAIMS
           DISPLAY 'PCD212 - DRUG LINES AT SITES:   ' WS-DRUG-LINES-READ
           DISPLAY 'PCD212 - OUTSIDE REGISTRATION:  '
               WS-LINES-OUT-OF-DATES
           DISPLAY 'PCD212 - UD MODIFIER STAMPED:   ' WS-LINES-STAMPED
           DISPLAY 'PCD212 - UD ALREADY ON LINE:    '
               WS-LINES-ALREADY-FLAGGED
           DISPLAY 'PCD212 - MEDICAID 340B LINES:   ' WS-MEDICAID-LINES
           DISPLAY 'PCD212 - LINES NOT FLAGGED:     '
               WS-LINES-NOT-FLAGGED.
       9000-EXIT.
           EXIT.
