      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD168              SYSTEM: PCDS                 *
      **    PATIENT-LOCKBOX PAYMENT POSTING TO PATIENT AR LEDGER      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  DAILY, ON RECEIPT  *
      **                          OF THE BANK'S PATIENT-LOCKBOX FILE   *
      **                          (PCDLBXIN).  EACH ITEM'S STATEMENT   *
      **                          SCAN LINE (PCDSCAN) NAMES THE        *
      **                          PCDPATL LEDGER ROW -- PATIENT        *
      **                          CONTROL NUMBER AND STATEMENT NUMBER  *
      **                          -- AND THE PAYMENT IS APPLIED TO     *
      **                          IT, REDUCING THE BALANCE THE NEXT    *
      **                          PCD125 STATEMENT BILLS.  AN ITEM     *
      **                          WITH NO SCAN LINE, NO MATCHING       *
      **                          LEDGER ROW OR A BAD AMOUNT GOES TO   *
      **                          THE PCDUNAPP UNAPPLIED-CASH REPORT   *
      **                          FOR CASH APPLICATION TO WORK BY      *
      **                          HAND.  EVERY ITEM HANDLED IS LOGGED  *
      **                          ON PCDLBXH SO A RERUN OF THE SAME    *
      **                          BANK FILE SKIPS IT.                  *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD168.
       AUTHOR.        PATIENT ACCESS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-LOCKBOX-FILE ASSIGN TO PCDLBXIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PATL-MASTER  ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-LBXH-MASTER  ASSIGN TO PCDLBXH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-LBXH-KEY
               FILE STATUS IS WS-LBXH-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDUNAPP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-LOCKBOX-FILE
           RECORDING MODE IS F.
       01  FD-LOCKBOX-REC             PIC X(080).
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-LBXH-MASTER.
       COPY PCDLBXH.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDSCAN.
      **----------------------------------------------------------------*
      **   BANK PATIENT-LOCKBOX ITEM, ONE PER CHECK.                     *
      **----------------------------------------------------------------*
       01  WS-LOCKBOX-REC.
           05  WS-LBX-BATCH            PIC X(006).
           05  WS-LBX-ITEM             PIC X(004).
           05  WS-LBX-DEPOSIT-DATE     PIC 9(008).
           05  WS-LBX-CHECK-NO         PIC X(010).
           05  WS-LBX-AMOUNT           PIC 9(007)V99.
           05  WS-LBX-AMOUNT-X REDEFINES WS-LBX-AMOUNT
                                       PIC X(009).
           05  WS-LBX-SCAN-LINE        PIC X(041).
           05  FILLER                  PIC X(002).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PATL-FOUND                       VALUE '00'.
       77  WS-LBXH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-LBXH-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-UNAPPLIED-REASON         PIC X(030)  VALUE SPACES.
       77  WS-ITEMS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-POSTED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-APPLIED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-UNAPPLIED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPLIED-AMOUNT           PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-UNAPPLIED-AMOUNT         PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD168 - PATIENT LOCKBOX UNAPPLIED CASH           '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'DEPOSIT   BATCH  ITEM  CHECK NO          AMOUNT  S'.
           05  FILLER                  PIC X(050)  VALUE
               'CAN LINE                                  REASON  '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-DEPOSIT-DATE       PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-BATCH              PIC X(006).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-ITEM               PIC X(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CHECK-NO           PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SCAN-LINE          PIC X(041).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-REASON             PIC X(030).
           05  FILLER                  PIC X(010)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(020)  VALUE
               'TOTAL UNAPPLIED     '.
           05  WS-T-ITEMS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(085)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-POST-ONE-ITEM  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-LOCKBOX-FILE
           OPEN I-O    PCD-PATL-MASTER
           OPEN I-O    PCD-LBXH-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 1100-READ-LOCKBOX THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-LOCKBOX.
           READ PCD-LOCKBOX-FILE INTO WS-LOCKBOX-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-POST-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE WS-LBX-DEPOSIT-DATE TO PCD-LBXH-DEPOSIT-DATE
           MOVE WS-LBX-BATCH        TO PCD-LBXH-BATCH
           MOVE WS-LBX-ITEM         TO PCD-LBXH-ITEM
           READ PCD-LBXH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-LBXH-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-LBXH-FILE-STATUS
           END-READ
           IF WS-LBXH-FOUND
               ADD 1 TO WS-ALREADY-POSTED
               PERFORM 1100-READ-LOCKBOX THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-LBX-SCAN-LINE TO PCD-SCAN-LINE
           MOVE SPACES           TO WS-PATL-FILE-STATUS
           EVALUATE TRUE
               WHEN WS-LBX-AMOUNT-X NOT NUMERIC
               WHEN WS-LBX-AMOUNT = ZERO
                   MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                       TO WS-UNAPPLIED-REASON
               WHEN PCD-SCAN-PAT-CNTL-NO = SPACES
               WHEN PCD-SCAN-STMT-NO = SPACES
                   MOVE 'NO STATEMENT SCAN LINE'
                       TO WS-UNAPPLIED-REASON
               WHEN OTHER
                   PERFORM 2100-APPLY-TO-LEDGER THRU 2100-EXIT
           END-EVALUATE
           IF NOT WS-PATL-FOUND
               PERFORM 2200-REPORT-UNAPPLIED THRU 2200-EXIT
           END-IF
           PERFORM 2300-LOG-ITEM THRU 2300-EXIT
           PERFORM 1100-READ-LOCKBOX THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-APPLY-TO-LEDGER -- A PAYMENT LARGER THAN THE BALANCE IS  *
      **   STILL APPLIED; THE ROW GOES TO CREDIT BALANCE FOR REFUND.     *
      **----------------------------------------------------------------*
       2100-APPLY-TO-LEDGER.
           MOVE PCD-SCAN-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE PCD-SCAN-STMT-NO     TO PCD-PATL-STMT-NO
           READ PCD-PATL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PATL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PATL-FILE-STATUS
           END-READ
           IF NOT WS-PATL-FOUND
               MOVE 'NO LEDGER ROW FOR SCAN LINE'
                   TO WS-UNAPPLIED-REASON
               GO TO 2100-EXIT
           END-IF
           ADD WS-LBX-AMOUNT      TO PCD-PATL-LOCKBOX-PAID-AMT
           SUBTRACT WS-LBX-AMOUNT FROM PCD-PATL-BALANCE-AMT
           MOVE WS-LBX-DEPOSIT-DATE TO PCD-PATL-LAST-PAY-DATE
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           REWRITE PCD-PATL-REC
           ADD 1             TO WS-ITEMS-APPLIED
           ADD WS-LBX-AMOUNT TO WS-APPLIED-AMOUNT.
       2100-EXIT.
           EXIT.
       2200-REPORT-UNAPPLIED.
           MOVE WS-LBX-DEPOSIT-DATE  TO WS-D-DEPOSIT-DATE
           MOVE WS-LBX-BATCH         TO WS-D-BATCH
           MOVE WS-LBX-ITEM          TO WS-D-ITEM
           MOVE WS-LBX-CHECK-NO      TO WS-D-CHECK-NO
           MOVE ZERO                 TO WS-D-AMOUNT
           IF WS-LBX-AMOUNT-X IS NUMERIC
               MOVE WS-LBX-AMOUNT    TO WS-D-AMOUNT
               ADD WS-LBX-AMOUNT     TO WS-UNAPPLIED-AMOUNT
           END-IF
           MOVE WS-LBX-SCAN-LINE     TO WS-D-SCAN-LINE
           MOVE WS-UNAPPLIED-REASON  TO WS-D-REASON
           MOVE WS-REPORT-DETAIL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-ITEMS-UNAPPLIED.
       2200-EXIT.
           EXIT.
       2300-LOG-ITEM.
           MOVE SPACES               TO PCD-LBXH-REC
           MOVE WS-LBX-DEPOSIT-DATE  TO PCD-LBXH-DEPOSIT-DATE
           MOVE WS-LBX-BATCH         TO PCD-LBXH-BATCH
           MOVE WS-LBX-ITEM          TO PCD-LBXH-ITEM
           MOVE WS-LBX-CHECK-NO      TO PCD-LBXH-CHECK-NO
           MOVE ZERO                 TO PCD-LBXH-AMOUNT
           IF WS-LBX-AMOUNT-X IS NUMERIC
               MOVE WS-LBX-AMOUNT    TO PCD-LBXH-AMOUNT
           END-IF
           MOVE PCD-SCAN-PAT-CNTL-NO TO PCD-LBXH-PAT-CNTL-NO
           MOVE PCD-SCAN-STMT-NO     TO PCD-LBXH-STMT-NO
           IF WS-PATL-FOUND
               SET PCD-LBXH-APPLIED   TO TRUE
           ELSE
               SET PCD-LBXH-UNAPPLIED TO TRUE
           END-IF
           MOVE WS-RUN-DATE          TO PCD-LBXH-POSTED-DATE
           WRITE PCD-LBXH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE WS-ITEMS-UNAPPLIED  TO WS-T-ITEMS
           MOVE WS-UNAPPLIED-AMOUNT TO WS-T-AMOUNT
           MOVE WS-REPORT-TOTAL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           CLOSE PCD-LOCKBOX-FILE
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-LBXH-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD168 - LOCKBOX ITEMS READ:    ' WS-ITEMS-READ
           DISPLAY 'PCD168 - ALREADY POSTED:        ' WS-ALREADY-POSTED
           DISPLAY 'PCD168 - ITEMS APPLIED:         ' WS-ITEMS-APPLIED
           DISPLAY 'PCD168 - AMOUNT APPLIED:        ' WS-APPLIED-AMOUNT
           DISPLAY 'PCD168 - ITEMS UNAPPLIED:       '
               WS-ITEMS-UNAPPLIED
           DISPLAY 'PCD168 - AMOUNT UNAPPLIED:      '
               WS-UNAPPLIED-AMOUNT.
       9000-EXIT.
           EXIT.
