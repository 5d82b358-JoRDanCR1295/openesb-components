      **                          UNDER THE SUPPRESSION THRESHOLD      *
      **                          (5.00 -- THE COST OF MAILING ONE)    *
      **                          ARE COUNTED AND SKIPPED.             *
      ** RTC    10/15/26          THE STATEMENT NOW BILLS THE PCDPATL  *
      **                          PATIENT AR LEDGER.  THE FIRST        *
      **                          STATEMENT FOR A CLAIM OPENS ITS      *
      **                          LEDGER ROW UNDER A NEW STATEMENT     *
      **                          NUMBER WITH THE CAPPED               *
      **                          RESPONSIBILITY LESS X0-PAT-PAID; A   *
      **                          LATER STATEMENT FOR THE SAME CLAIM   *
      **                          REUSES THE ROW AND BILLS ITS         *
      **                          BALANCE, SO LOCKBOX PAYMENTS POSTED  *
      **                          BY PCD168 ARE NO LONGER BILLED       *
      **                          AGAIN.  EACH STATEMENT CARRIES ITS   *
      **                          STATEMENT NUMBER AND A PCDSCAN       *
      **                          SCAN LINE FOR THE REMITTANCE STUB.   *
      ** RTC    10/15/26          THE LEDGER ROW NOW KEEPS THE MAILING *
      **                          ADDRESS FOR THE PCD169 DUNNING       *
      **                          NOTICES AND THE COLLECTION-AGENCY    *
      **                          PLACEMENT FILE.  A CLAIM WHOSE ROW   *
      **                          IS ALREADY IN THE PCD169 DUNNING     *
      **                          CYCLE OR WITH A COLLECTION AGENCY    *
      **                          GETS NO FURTHER STATEMENT FROM THIS  *
      **                          RUN -- PCD169 OWNS THE FOLLOW-UP --  *
      **                          AND IS COUNTED SEPARATELY.           *
      ** RTC    10/15/26          THE PATIENT IS RESOLVED TO A PCDEPIM *
      **                          PERSON ID THROUGH PCDEPIX AND THE ID *
      **                          KEPT ON THE LEDGER ROW.  WHEN THE    *
      **                          PERSON HOLDS A FINANCIAL-ASSISTANCE  *
      **                          APPROVAL ON PCDFAM IN FORCE ON THE   *
      **                          RUN DATE, THE SLIDING-SCALE DISCOUNT *
      **                          ON THE PATIENT RESPONSIBILITY IS     *
      **                          TAKEN OFF THE LEDGER BALANCE BEFORE  *
      **                          THE STATEMENT IS BUILT, AND THE      *
      **                          STATEMENT SHOWS IT.                  *
      ** RTC    10/15/26          THE INSURED ID KEYING PCDACCM AND    *
      **                          CARRIED ON PCDPATL IS NOW THE        *
      **                          PCDTOKN VAULT TOKEN WHEN THE CLAIM   *
      **                          CARRIES A SOCIAL SECURITY NUMBER.    *
      ** RTC    10/15/26          A SELF-PAY CLAIM HELD ON PCDGFEX BY  *
      **                          PCD198 -- BILLED $400 OR MORE OVER   *
      **                          ITS GOOD-FAITH ESTIMATE -- GETS NO   *
      **                          STATEMENT UNTIL THE HOLD IS RELEASED *
      **                          THROUGH PCD197, AND IS COUNTED       *
      **                          SEPARATELY.                          *
      ** RTC    10/15/26          A MEDICARE LINE BILLED WITH GA AND   *
      **                          LOGGED ON PCDABNL BY PCD218 IS       *
      **                          SETTLED FROM THE REMITTANCE: WHEN    *
      **                          THE KS SHOWS IT DENIED (PAID ZERO)   *
      **                          THE LINE CHARGE BECOMES PATIENT      *
      **                          RESPONSIBILITY, OUTSIDE THE          *
      **                          OUT-OF-POCKET CAP, AND THE STATEMENT *
      **                          SHOWS IT; A PAID LINE IS CLOSED AS   *
      **                          COVERED.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD125.
               FILE STATUS IS WS-ACCM-FILE-STATUS.
           SELECT PCD-STMT-FILE  ASSIGN TO PCDSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PATL-MASTER ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-FAM-MASTER  ASSIGN TO PCDFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FAM-PERSON-ID
               FILE STATUS IS WS-FAM-FILE-STATUS.
           SELECT PCD-GFEX-MASTER ASSIGN TO PCDGFEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GFEX-PAT-CNTL-NO
               FILE STATUS IS WS-GFEX-FILE-STATUS.
           SELECT PCD-ABNL-MASTER ASSIGN TO PCDABNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ABNL-KEY
               FILE STATUS IS WS-ABNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-STMT-FILE
           RECORDING MODE IS F.
       01  PCD-STMT-LINE              PIC X(080).
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-FAM-MASTER.
       COPY PCDFAM.
       FD  PCD-GFEX-MASTER.
       COPY PCDGFEX.
       FD  PCD-ABNL-MASTER.
       COPY PCDABNL.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDOOPC.
       COPY PCDSCAN.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
      *----------------------------------------------------------------*
           88  WS-OOPC-END-OF-FILE                 VALUE 'Y'.
       77  WS-ACCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ACCM-FOUND                       VALUE '00'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-FAM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-FAM-FOUND                        VALUE '00'.
       77  WS-GFEX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GFEX-FOUND                       VALUE '00'.
       77  WS-GFE-HELD-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ABNL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ABNL-FOUND                       VALUE '00'.
       77  WS-ABN-DENIED-LINES         PIC 9(002)  COMP  VALUE ZERO.
       77  WS-ABN-LIABLE-AMT           PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-ABN-LIABLE-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ABN-COVERED-COUNT        PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CURRENT-PERSON-ID        PIC 9(009)  VALUE ZERO.
       77  WS-FA-DISCOUNT              PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-FA-DISCOUNTED-COUNT      PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LEDGER-FOUND-SW          PIC X(001)  VALUE 'N'.
           88  WS-LEDGER-FOUND                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
       77  WS-CURRENT-INSURED-ID       PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-BENEFIT-YEAR             PIC 9(004)  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-STATEMENTS-BUILT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SUPPRESSED-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-IN-FOLLOW-UP-COUNT       PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LEDGERS-OPENED           PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   STATEMENT NUMBER -- RUN DATE (YYMMDD) AND A RUN SEQUENCE.     *
      **----------------------------------------------------------------*
       01  WS-STMT-NO.
           05  WS-STMT-NO-DATE         PIC 9(006)  VALUE ZERO.
           05  WS-STMT-NO-SEQ          PIC 9(006)  VALUE ZERO.
       01  WS-OOP-TABLE.
           05  WS-OOP-ENTRY OCCURS 100 TIMES.
               10  WS-OP-PAYOR-ID     PIC X(005).
               10  WS-SL-PROC-CODE    PIC X(005).
               10  WS-SL-FROM-DATE    PIC 9(008).
               10  WS-SL-CHARGE       PIC S9(006)V99 COMP-3.
               10  WS-SL-SEQ          PIC X(002).
               10  WS-SL-ABN-SW       PIC X(001).
                   88  WS-SL-ABN-PENDING          VALUE 'Y'.
               10  WS-SL-DENIED-SW    PIC X(001).
                   88  WS-SL-DENIED               VALUE 'Y'.
       01  WS-STMT-DETAIL.
           05  FILLER                  PIC X(002) VALUE SPACES.
           05  WS-S-PROC-CODE          PIC X(005).
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (3:6) TO WS-STMT-NO-DATE
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-OOPC-FILE
           OPEN INPUT  PCD-ACCM-MASTER
           OPEN OUTPUT PCD-STMT-FILE
           OPEN I-O    PCD-PATL-MASTER
           OPEN INPUT  PCD-EPIX-MASTER
           OPEN INPUT  PCD-FAM-MASTER
           OPEN INPUT  PCD-GFEX-MASTER
           OPEN I-O    PCD-ABNL-MASTER
           PERFORM 1200-READ-OOPC-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-OOP   THRU 1300-EXIT
               UNTIL WS-OOPC-END-OF-FILE
               WHEN C0-REC
                   PERFORM 2100-CAPTURE-PATIENT THRU 2100-EXIT
               WHEN D0-REC
                   PERFORM 2800-TOKENIZE-INSURED-ID THRU 2800-EXIT
                   MOVE D0-PAYOR-ID   TO WS-CURRENT-PAYOR-ID
               WHEN E0-REC
                   IF E0-CLAIM-DATE-X IS NUMERIC
                   END-IF
               WHEN F0-REC
                   PERFORM 2200-CAPTURE-LINE THRU 2200-EXIT
               WHEN KS-REC
                   IF WS-LINE-COUNT > ZERO
                      AND KS-SVC-LN-PD-AMT-X IS NUMERIC
                      AND KS-SVC-LN-PD-AMT = ZERO
                       MOVE 'Y' TO WS-SL-DENIED-SW (WS-LINE-COUNT)
                       IF WS-SL-ABN-PENDING (WS-LINE-COUNT)
                           ADD 1 TO WS-ABN-DENIED-LINES
                       END-IF
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   MOVE X0-PAT-PAID-U   TO WS-PAT-PAID-AMT
                   MOVE X0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
               WHEN XA-REC
                   IF XA-PAYER-AMT > ZERO
                    OR WS-ABN-DENIED-LINES > ZERO
                       PERFORM 2300-BUILD-STATEMENT THRU 2300-EXIT
                   END-IF
               WHEN OTHER
           EXIT.
       2100-CAPTURE-PATIENT.
           MOVE ZERO   TO WS-LINE-COUNT WS-PAT-PAID-AMT
                          WS-BENEFIT-YEAR WS-ABN-DENIED-LINES
           MOVE SPACES TO WS-CURRENT-INSURED-ID WS-CURRENT-PAYOR-ID
                          WS-CURRENT-PAT-CNTL-NO
           MOVE SPACES TO WS-PATIENT-NAME
           STRING C0-PAT-F-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  C0-PAT-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  C0-PAT-ZIP5 DELIMITED BY SIZE
               INTO WS-PATIENT-CSZ
           MOVE ZERO                TO WS-CURRENT-PERSON-ID
           MOVE C0-PAT-L-NAME       TO PCD-EPIX-L-NAME
           MOVE C0-PAT-F-NAME       TO PCD-EPIX-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO PCD-EPIX-BIRTH-DATE
           MOVE C0-PAT-SEX          TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO WS-CURRENT-PERSON-ID
           END-IF.
       2100-EXIT.
           EXIT.
       2200-CAPTURE-LINE.
                   + F0-FROM-DATE-DD
               MOVE F0-LINE-CHRG
                   TO WS-SL-CHARGE (WS-LINE-COUNT)
               MOVE F0-SEQ-NUM-X
                   TO WS-SL-SEQ    (WS-LINE-COUNT)
               MOVE 'N' TO WS-SL-ABN-SW    (WS-LINE-COUNT)
                           WS-SL-DENIED-SW (WS-LINE-COUNT)
               MOVE F0-PAT-CNTL-NUM TO PCD-ABNL-PAT-CNTL-NO
               MOVE F0-SEQ-NUM-X    TO PCD-ABNL-LINE-SEQ
               READ PCD-ABNL-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-ABNL-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-ABNL-FILE-STATUS
               END-READ
               IF WS-ABNL-FOUND
                  AND PCD-ABNL-PENDING
                   MOVE 'Y' TO WS-SL-ABN-SW (WS-LINE-COUNT)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
       2300-BUILD-STATEMENT.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-GFEX-PAT-CNTL-NO
           READ PCD-GFEX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-GFEX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-GFEX-FILE-STATUS
           END-READ
           IF WS-GFEX-FOUND
              AND PCD-GFEX-HELD
               ADD 1 TO WS-GFE-HELD-COUNT
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-PAT-RESP-AMT = XA-DEDUC-AMT + XA-COINS-AMT
           PERFORM 2400-CAP-AT-OOP-MAX THRU 2400-EXIT
           PERFORM 2900-SETTLE-ABN-LINES THRU 2900-EXIT
           ADD WS-ABN-LIABLE-AMT TO WS-PAT-RESP-AMT
           PERFORM 2500-FIND-LEDGER    THRU 2500-EXIT
           IF NOT WS-LEDGER-FOUND
               PERFORM 2600-OPEN-LEDGER THRU 2600-EXIT
           ELSE
               IF WS-ABN-LIABLE-AMT > ZERO
                   PERFORM 2950-ADD-ABN-TO-LEDGER THRU 2950-EXIT
               END-IF
           END-IF
           IF NOT PCD-PATL-NOT-DUNNED
            OR (NOT PCD-PATL-NOT-IN-COLLECTION
                AND NOT PCD-PATL-RECALLED)
               ADD 1 TO WS-IN-FOLLOW-UP-COUNT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2700-APPLY-ASSISTANCE THRU 2700-EXIT
           MOVE PCD-PATL-BALANCE-AMT TO WS-BALANCE-DUE
           IF WS-BALANCE-DUE < WS-SUPPRESS-THRESHOLD
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-PATIENT-CSZ    TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           MOVE SPACES            TO PCD-STMT-LINE
           STRING 'STATEMENT NUMBER ' DELIMITED BY SIZE
                  PCD-PATL-STMT-NO    DELIMITED BY SIZE
               INTO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           MOVE '  PROC   DATE-OF-SVC    CHARGE' TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
           MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           MOVE 'PATIENT RESPONSIBILITY'  TO WS-A-LABEL
           MOVE PCD-PATL-PAT-RESP-AMT     TO WS-A-AMOUNT
           MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           IF WS-ABN-LIABLE-AMT > ZERO
               MOVE '  NON-COVERED, ABN SIGNED'  TO WS-A-LABEL
               MOVE WS-ABN-LIABLE-AMT         TO WS-A-AMOUNT
               MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
               WRITE PCD-STMT-LINE
           END-IF
           MOVE 'ALREADY PAID'            TO WS-A-LABEL
           COMPUTE WS-A-AMOUNT = PCD-PATL-PRIOR-PAID-AMT
                               + PCD-PATL-LOCKBOX-PAID-AMT
           MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           IF PCD-PATL-FA-DISC-AMT > ZERO
               MOVE 'FINANCIAL ASSISTANCE'    TO WS-A-LABEL
               MOVE PCD-PATL-FA-DISC-AMT      TO WS-A-AMOUNT
               MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
               WRITE PCD-STMT-LINE
           END-IF
           MOVE 'BALANCE DUE'             TO WS-A-LABEL
           MOVE WS-BALANCE-DUE            TO WS-A-AMOUNT
           MOVE WS-AMOUNT-DETAIL          TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           MOVE PCD-PATL-PAT-CNTL-NO      TO PCD-SCAN-PAT-CNTL-NO
           MOVE PCD-PATL-STMT-NO          TO PCD-SCAN-STMT-NO
           MOVE WS-BALANCE-DUE            TO PCD-SCAN-AMOUNT-DUE
           MOVE PCD-SCAN-LINE             TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           MOVE SPACES                    TO PCD-STMT-LINE
           WRITE PCD-STMT-LINE
           ADD 1 TO PCD-PATL-STMT-COUNT
           MOVE WS-RUN-DATE               TO PCD-PATL-LAST-STMT-DATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-STATEMENTS-BUILT.
       2300-EXIT.
           EXIT.
           END-IF.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-FIND-LEDGER -- A CLAIM HAS ONE LEDGER ROW, UNDER THE     *
      **   STATEMENT NUMBER IT WAS FIRST BILLED WITH.                    *
      **----------------------------------------------------------------*
       2500-FIND-LEDGER.
           MOVE 'N'                    TO WS-LEDGER-FOUND-SW
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE LOW-VALUES             TO PCD-PATL-STMT-NO
           START PCD-PATL-MASTER KEY NOT < PCD-PATL-KEY
               INVALID KEY
                   GO TO 2500-EXIT
           END-START
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   GO TO 2500-EXIT
           END-READ
           IF PCD-PATL-PAT-CNTL-NO = WS-CURRENT-PAT-CNTL-NO
               SET WS-LEDGER-FOUND TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.
       2600-OPEN-LEDGER.
           ADD 1 TO WS-STMT-NO-SEQ
           MOVE SPACES                 TO PCD-PATL-REC
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE WS-STMT-NO             TO PCD-PATL-STMT-NO
           MOVE WS-CURRENT-PAYOR-ID    TO PCD-PATL-PAYOR-ID
           MOVE WS-CURRENT-INSURED-ID  TO PCD-PATL-INSURED-ID
           MOVE WS-PATIENT-NAME        TO PCD-PATL-PATIENT-NAME
           MOVE WS-PATIENT-ADDR-1      TO PCD-PATL-MAIL-ADDR-1
           MOVE WS-PATIENT-ADDR-2      TO PCD-PATL-MAIL-ADDR-2
           MOVE WS-PATIENT-CSZ         TO PCD-PATL-MAIL-CSZ
           MOVE WS-RUN-DATE            TO PCD-PATL-OPEN-DATE
           MOVE WS-PAT-RESP-AMT        TO PCD-PATL-PAT-RESP-AMT
           MOVE WS-PAT-PAID-AMT        TO PCD-PATL-PRIOR-PAID-AMT
           MOVE ZERO                   TO PCD-PATL-LOCKBOX-PAID-AMT
                                          PCD-PATL-STMT-COUNT
                                          PCD-PATL-LAST-STMT-DATE
                                          PCD-PATL-LAST-PAY-DATE
                                          PCD-PATL-DUN-DATE
                                          PCD-PATL-PLACED-DATE
                                          PCD-PATL-PLACED-AMT
                                          PCD-PATL-AGENCY-PAID-AMT
                                          PCD-PATL-COLL-END-DATE
                                          PCD-PATL-FA-DISC-AMT
           MOVE WS-CURRENT-PERSON-ID   TO PCD-PATL-PERSON-ID
           COMPUTE PCD-PATL-BALANCE-AMT
               = WS-PAT-RESP-AMT - WS-PAT-PAID-AMT
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           WRITE PCD-PATL-REC
           ADD 1 TO WS-LEDGERS-OPENED.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2700-APPLY-ASSISTANCE -- THE DISCOUNT IS ON THE WHOLE PATIENT *
      **   RESPONSIBILITY.  ONLY THE PART NOT ALREADY TAKEN COMES OFF    *
      **   THE BALANCE, SO A LATER, BETTER TIER TOPS IT UP AND A RERUN   *
      **   TAKES NOTHING MORE.                                           *
      **----------------------------------------------------------------*
       2700-APPLY-ASSISTANCE.
           IF PCD-PATL-PERSON-ID = ZERO
               MOVE WS-CURRENT-PERSON-ID TO PCD-PATL-PERSON-ID
           END-IF
           IF PCD-PATL-PERSON-ID = ZERO
               GO TO 2700-EXIT
           END-IF
           MOVE PCD-PATL-PERSON-ID TO PCD-FAM-PERSON-ID
           READ PCD-FAM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-FAM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-FAM-FILE-STATUS
           END-READ
           IF NOT WS-FAM-FOUND
            OR NOT PCD-FAM-APPROVED
            OR PCD-FAM-EFF-DATE > WS-RUN-DATE
            OR (PCD-FAM-TERM-DATE > ZERO
                AND PCD-FAM-TERM-DATE < WS-RUN-DATE)
               GO TO 2700-EXIT
           END-IF
           COMPUTE WS-FA-DISCOUNT ROUNDED
               = (PCD-PATL-PAT-RESP-AMT * PCD-FAM-DISCOUNT-PCT / 100)
               - PCD-PATL-FA-DISC-AMT
           IF WS-FA-DISCOUNT NOT > ZERO
               GO TO 2700-EXIT
           END-IF
           ADD WS-FA-DISCOUNT      TO PCD-PATL-FA-DISC-AMT
           SUBTRACT WS-FA-DISCOUNT FROM PCD-PATL-BALANCE-AMT
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-FA-DISCOUNTED-COUNT.
       2700-EXIT.
           EXIT.
       2800-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD125' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD125 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO WS-CURRENT-INSURED-ID.
       2800-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2900-SETTLE-ABN-LINES -- EACH LINE PCD218 LOGGED AS BILLED    *
      **   WITH GA IS CLOSED FROM THE REMITTANCE.  A DENIED LINE IS THE  *
      **   PATIENT'S TO PAY UNDER THE SIGNED ABN; IT IS NOT COST SHARING *
      **   SO IT IS ADDED AFTER THE OUT-OF-POCKET CAP.                   *
      **----------------------------------------------------------------*
       2900-SETTLE-ABN-LINES.
           MOVE ZERO TO WS-ABN-LIABLE-AMT
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-SL-ABN-PENDING (WS-LINE-SUB)
                   PERFORM 2910-SETTLE-ONE-LINE THRU 2910-EXIT
               END-IF
           END-PERFORM.
       2900-EXIT.
           EXIT.
       2910-SETTLE-ONE-LINE.
           MOVE WS-CURRENT-PAT-CNTL-NO    TO PCD-ABNL-PAT-CNTL-NO
           MOVE WS-SL-SEQ (WS-LINE-SUB)   TO PCD-ABNL-LINE-SEQ
           READ PCD-ABNL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ABNL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ABNL-FILE-STATUS
           END-READ
           IF NOT WS-ABNL-FOUND
            OR NOT PCD-ABNL-PENDING
               GO TO 2910-EXIT
           END-IF
           MOVE 'N'         TO WS-SL-ABN-SW (WS-LINE-SUB)
           MOVE WS-RUN-DATE TO PCD-ABNL-SETTLED-DATE
           IF WS-SL-DENIED (WS-LINE-SUB)
               SET PCD-ABNL-PATIENT-LIABLE TO TRUE
               MOVE WS-SL-CHARGE (WS-LINE-SUB) TO PCD-ABNL-LIABLE-AMT
               ADD WS-SL-CHARGE (WS-LINE-SUB)  TO WS-ABN-LIABLE-AMT
               ADD 1 TO WS-ABN-LIABLE-COUNT
           ELSE
               SET PCD-ABNL-COVERED        TO TRUE
               MOVE ZERO                   TO PCD-ABNL-LIABLE-AMT
               ADD 1 TO WS-ABN-COVERED-COUNT
           END-IF
           REWRITE PCD-ABNL-REC.
       2910-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2950-ADD-ABN-TO-LEDGER -- A CLAIM ALREADY ON THE LEDGER TAKES *
      **   THE NEWLY SETTLED ABN LIABILITY ONTO ITS EXISTING ROW.        *
      **----------------------------------------------------------------*
       2950-ADD-ABN-TO-LEDGER.
           ADD WS-ABN-LIABLE-AMT TO PCD-PATL-PAT-RESP-AMT
                                    PCD-PATL-BALANCE-AMT
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           REWRITE PCD-PATL-REC.
       2950-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ACCM-MASTER
           CLOSE PCD-STMT-FILE
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-FAM-MASTER
           CLOSE PCD-GFEX-MASTER
           CLOSE PCD-ABNL-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD125 - LEDGER ROWS OPENED:    '
               WS-LEDGERS-OPENED
           DISPLAY 'PCD125 - STATEMENTS BUILT:      '
               WS-STATEMENTS-BUILT
           DISPLAY 'PCD125 - SUPPRESSED (UNDER MIN): '
               WS-SUPPRESSED-COUNT
           DISPLAY 'PCD125 - IN DUNNING/COLLECTION:  '
               WS-IN-FOLLOW-UP-COUNT
           DISPLAY 'PCD125 - ASSISTANCE DISCOUNTS:   '
               WS-FA-DISCOUNTED-COUNT
           DISPLAY 'PCD125 - CAPPED AT OOP MAXIMUM:  '
               WS-CAPPED-COUNT
           DISPLAY 'PCD125 - HELD, GFE DISPUTE LIMIT:'
               WS-GFE-HELD-COUNT
           DISPLAY 'PCD125 - ABN LINES DENIED, BILLED:'
               WS-ABN-LIABLE-COUNT
           DISPLAY 'PCD125 - ABN LINES PAID BY PAYER:'
               WS-ABN-COVERED-COUNT.
       9000-EXIT.
           EXIT.
