      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD186           SYSTEM: PCDS                     *
      **    REFUND CHECK CLEARING FROM BANK PAID ITEMS                 *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  DAILY, ON RECEIPT  *
      **                          OF THE BANK'S PAID-ITEMS FILE        *
      **                          (PCDPDIN).  EACH ITEM ON THE REFUND  *
      **                          ACCOUNT NAMED ON THE PCDRFCK CONTROL *
      **                          RECORD IS TRACED BY CHECK NUMBER TO  *
      **                          THE PCDRFND CASE PCD185 ISSUED IT    *
      **                          FOR; WHEN THE PAID AMOUNT AGREES THE *
      **                          CASE IS CLOSED WITH THE BANK'S PAID  *
      **                          DATE AS ITS CLEAR DATE.  UNKNOWN     *
      **                          CHECK NUMBERS AND AMOUNT DIFFERENCES *
      **                          ARE LISTED ON PCDRFCR FOR TREASURY,  *
      **                          WITH THE CHECKS STILL OUTSTANDING; A *
      **                          REPEATED ITEM IS SHOWN AS ALREADY    *
      **                          CLEARED AND CHANGES NOTHING.         *
      ** RTC    10/15/26          A PAID ITEM FOR A CHECK ESCHEATED BY *
      **                          PCD188 (VOIDED ON POSITIVE PAY) IS   *
      **                          AN EXCEPTION, NOT A CLEARING.        *
      ** RTC    10/15/26          THE PAID-ITEM MATCH MOVED TO        *
      **                          3100-MATCH-PAID-ITEM SO EACH        *
      **                          OUTCOME LEAVES THROUGH 3100-EXIT    *
      **                          INSTEAD OF A LABEL INSIDE 3000.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD186.
       AUTHOR.        FINANCE SYSTEMS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PAID-FILE      ASSIGN TO PCDPDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CONTROL-FILE   ASSIGN TO PCDRFCK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-RFND-MASTER    ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RFND-KEY
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDRFCR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PAID-FILE
           RECORDING MODE IS F.
       01  FD-PAID-REC                PIC X(080).
       FD  PCD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PCDRFCK.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   BANK PAID-ITEMS RECORD, ONE PER CHECK PRESENTED AND PAID.     *
      **----------------------------------------------------------------*
       01  WS-PAID-REC.
           05  WS-PI-ACCOUNT           PIC X(017).
           05  WS-PI-CHECK-NO          PIC 9(010).
           05  WS-PI-CHECK-NO-X REDEFINES WS-PI-CHECK-NO
                                       PIC X(010).
           05  WS-PI-PAID-DATE         PIC 9(008).
           05  WS-PI-AMOUNT            PIC 9(008)V99.
           05  WS-PI-AMOUNT-X REDEFINES WS-PI-AMOUNT
                                       PIC X(010).
           05  FILLER                  PIC X(035).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RFND-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-RFND-END-OF-FILE                 VALUE 'Y'.
       77  WS-RFND-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RFND-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CHECK-SUB                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CHECK-COUNT              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CHECK-SLOT               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ISSUED-AMOUNT            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-RESULT                   PIC X(040)  VALUE SPACES.
       77  WS-ITEMS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OTHER-ACCOUNT            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-CLEARED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-CLEARED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EXCEPTIONS               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OUTSTANDING-CNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLEARED-AMOUNT           PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-OUTSTANDING-AMT          PIC S9(011)V99 COMP-3 VALUE ZERO.
      **----------------------------------------------------------------*
      **   EVERY REFUND CHECK EVER ISSUED, BY CHECK NUMBER, SO A PAID    *
      **   ITEM CAN BE TRACED TO ITS CASE.                               *
      **----------------------------------------------------------------*
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 5000 TIMES.
               10  WS-CK-CHECK-NO      PIC 9(010).
               10  WS-CK-RFND-KEY      PIC X(021).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD186 - REFUND CHECKS CLEARED BY THE BANK        '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' CHECK NO    PAID ON          AMOUNT PAT PATIENT C'.
           05  FILLER                  PIC X(050)  VALUE
               'ONTROL NO    PAYER  ISSUED    RESULT              '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-CHECK-NO           PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAID-DATE          PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAID-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PATTERN            PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ISSUE-DATE         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(040).
           05  FILLER                  PIC X(012)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(073)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-LOAD-CHECKS       THRU 2000-EXIT
               UNTIL WS-RFND-END-OF-FILE
           PERFORM 3000-CLEAR-PAID-ITEM   THRU 3000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE         THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CONTROL-FILE
           READ PCD-CONTROL-FILE
               AT END
                   DISPLAY 'PCD186 - PCDRFCK CONTROL RECORD MISSING - '
                       'NO ACCOUNT TO CLEAR - RUN STOPPED'
                   STOP RUN
           END-READ
           CLOSE PCD-CONTROL-FILE
           OPEN INPUT  PCD-PAID-FILE
           OPEN I-O    PCD-RFND-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-PAID-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PAID-FILE.
           READ PCD-PAID-FILE INTO WS-PAID-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-CHECKS -- ONE PASS OF PCDRFND FOR THE CASES PAID BY *
      **   CHECK (PCD185), CLEARED OR NOT.  ISSUED ONES ARE THE          *
      **   OUTSTANDING CHECKS GOING IN.                                  *
      **----------------------------------------------------------------*
       2000-LOAD-CHECKS.
           READ PCD-RFND-MASTER NEXT RECORD
               AT END
                   SET WS-RFND-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT PCD-RFND-BY-CHECK
            OR PCD-RFND-CHECK-NO NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           IF PCD-RFND-CHECK-NO = ZERO
               GO TO 2000-EXIT
           END-IF
           IF WS-CHECK-COUNT = 5000
               DISPLAY 'PCD186 - CHECK TABLE FULL AT 5000 - '
                   'PAID ITEMS WOULD GO UNMATCHED - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           MOVE PCD-RFND-CHECK-NO TO WS-CK-CHECK-NO (WS-CHECK-COUNT)
           MOVE PCD-RFND-KEY      TO WS-CK-RFND-KEY (WS-CHECK-COUNT)
           IF PCD-RFND-ISSUED
               MOVE PCD-RFND-AMOUNT TO WS-ISSUED-AMOUNT
               IF WS-ISSUED-AMOUNT < ZERO
                   COMPUTE WS-ISSUED-AMOUNT = ZERO - WS-ISSUED-AMOUNT
               END-IF
               ADD 1 TO WS-OUTSTANDING-CNT
               ADD WS-ISSUED-AMOUNT TO WS-OUTSTANDING-AMT
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-CLEAR-PAID-ITEM -- A PAID ITEM ON THE REFUND ACCOUNT     *
      **   WHOSE CHECK IS AN ISSUED REFUND FOR THE SAME AMOUNT CLOSES    *
      **   THE CASE AS OF THE BANK'S PAID DATE.  ANYTHING ELSE ON THE    *
      **   REFUND ACCOUNT IS AN EXCEPTION FOR TREASURY; ITEMS FOR OTHER  *
      **   ACCOUNTS ARE COUNTED AND PASSED OVER.                         *
      **----------------------------------------------------------------*
       3000-CLEAR-PAID-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF WS-PI-ACCOUNT NOT = PCD-RFCK-BANK-ACCOUNT
               ADD 1 TO WS-OTHER-ACCOUNT
           ELSE
               PERFORM 3100-MATCH-PAID-ITEM THRU 3100-EXIT
               MOVE WS-RESULT TO WS-D-RESULT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           END-IF
           PERFORM 1100-READ-PAID-FILE THRU 1100-EXIT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-MATCH-PAID-ITEM -- SETS THE RESULT SHOWN ON THE ITEM'S   *
      **   REPORT LINE, CLOSING THE CASE WHEN THE ITEM CLEARS IT.        *
      **----------------------------------------------------------------*
       3100-MATCH-PAID-ITEM.
           MOVE SPACES TO WS-D-PATTERN
                          WS-D-PAT-CNTL-NO
                          WS-D-PAYOR-ID
                          WS-D-ISSUE-DATE
           MOVE WS-PI-CHECK-NO-X TO WS-D-CHECK-NO
           MOVE WS-PI-PAID-DATE  TO WS-D-PAID-DATE
           IF WS-PI-AMOUNT-X IS NUMERIC
               MOVE WS-PI-AMOUNT TO WS-D-PAID-AMOUNT
           ELSE
               MOVE ZERO         TO WS-D-PAID-AMOUNT
           END-IF
           MOVE ZERO TO WS-CHECK-SLOT
           IF WS-PI-CHECK-NO-X IS NUMERIC
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
                          OR WS-CHECK-SLOT > ZERO
                   IF WS-CK-CHECK-NO (WS-CHECK-SUB) = WS-PI-CHECK-NO
                       MOVE WS-CHECK-SUB TO WS-CHECK-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHECK-SLOT = ZERO
               MOVE 'NO REFUND CHECK ISSUED WITH THIS NUMBER'
                   TO WS-RESULT
               ADD 1 TO WS-EXCEPTIONS
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CK-RFND-KEY (WS-CHECK-SLOT) TO PCD-RFND-KEY
           READ PCD-RFND-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RFND-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RFND-FILE-STATUS
           END-READ
           IF NOT WS-RFND-FOUND
               MOVE 'REFUND CASE NO LONGER ON FILE' TO WS-RESULT
               ADD 1 TO WS-EXCEPTIONS
               GO TO 3100-EXIT
           END-IF
           MOVE PCD-RFND-PATTERN     TO WS-D-PATTERN
           MOVE PCD-RFND-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE PCD-RFND-PAYOR-ID    TO WS-D-PAYOR-ID
           MOVE PCD-RFND-ISSUE-DATE  TO WS-D-ISSUE-DATE
           IF PCD-RFND-ESCHEATED
               MOVE 'CHECK VOIDED AND ESCHEATED - RETURN ITEM'
                   TO WS-RESULT
               ADD 1 TO WS-EXCEPTIONS
               GO TO 3100-EXIT
           END-IF
           IF PCD-RFND-CLOSED
               MOVE 'ALREADY CLEARED - NO CHANGE' TO WS-RESULT
               ADD 1 TO WS-ALREADY-CLEARED
               GO TO 3100-EXIT
           END-IF
           MOVE PCD-RFND-AMOUNT TO WS-ISSUED-AMOUNT
           IF WS-ISSUED-AMOUNT < ZERO
               COMPUTE WS-ISSUED-AMOUNT = ZERO - WS-ISSUED-AMOUNT
           END-IF
           IF WS-PI-AMOUNT-X NOT NUMERIC
            OR WS-PI-AMOUNT NOT = WS-ISSUED-AMOUNT
               MOVE 'PAID AMOUNT DIFFERS FROM CHECK ISSUED'
                   TO WS-RESULT
               ADD 1 TO WS-EXCEPTIONS
               GO TO 3100-EXIT
           END-IF
           IF WS-PI-PAID-DATE IS NUMERIC
              AND WS-PI-PAID-DATE > ZERO
               MOVE WS-PI-PAID-DATE TO PCD-RFND-CLEAR-DATE
           ELSE
               MOVE WS-RUN-DATE     TO PCD-RFND-CLEAR-DATE
           END-IF
           SET PCD-RFND-CLOSED TO TRUE
           REWRITE PCD-RFND-REC
               INVALID KEY
                   DISPLAY 'PCD186 - REWRITE FAILED FOR CASE '
                       PCD-RFND-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-CASES-CLEARED
           ADD WS-ISSUED-AMOUNT TO WS-CLEARED-AMOUNT
           SUBTRACT 1 FROM WS-OUTSTANDING-CNT
           SUBTRACT WS-ISSUED-AMOUNT FROM WS-OUTSTANDING-AMT
           MOVE 'CLEARED - CASE CLOSED' TO WS-RESULT.
       3100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  CASES CLEARED AND CLOSED  . . .' TO WS-T-LABEL
           MOVE WS-CASES-CLEARED                   TO WS-T-COUNT
           MOVE WS-CLEARED-AMOUNT                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  REFUND CHECKS STILL OUTSTANDING' TO WS-T-LABEL
           MOVE WS-OUTSTANDING-CNT                 TO WS-T-COUNT
           MOVE WS-OUTSTANDING-AMT                 TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  PAID-ITEM EXCEPTIONS  . . . . .' TO WS-T-LABEL
           MOVE WS-EXCEPTIONS                      TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-PAID-FILE
           CLOSE PCD-RFND-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD186 - PAID ITEMS READ:         ' WS-ITEMS-READ
           DISPLAY 'PCD186 - OTHER-ACCOUNT ITEMS:     ' WS-OTHER-ACCOUNT
           DISPLAY 'PCD186 - CASES CLEARED:           ' WS-CASES-CLEARED
           DISPLAY 'PCD186 - ALREADY CLEARED:         '
               WS-ALREADY-CLEARED
           DISPLAY 'PCD186 - EXCEPTIONS:              ' WS-EXCEPTIONS.
       9000-EXIT.
           EXIT.
