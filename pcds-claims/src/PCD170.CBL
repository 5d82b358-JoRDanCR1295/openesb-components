      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD170              SYSTEM: PCDS                 *
      **    COLLECTION-AGENCY RETURN POSTING TO PATIENT AR LEDGER     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  DAILY, ON RECEIPT  *
      **                          OF A COLLECTION AGENCY'S RETURN FILE *
      **                          (PCDAGYRT).  TYPE P IS A PAYMENT THE *
      **                          AGENCY COLLECTED -- IT IS APPLIED TO *
      **                          THE PCDPATL LEDGER ROW AND CREDITED  *
      **                          TO THE AGENCY.  TYPE U RETURNS THE   *
      **                          ACCOUNT AS UNCOLLECTABLE AND TYPE D  *
      **                          RETURNS IT AS DISPUTED BY THE        *
      **                          PATIENT; BOTH END THE PLACEMENT AND  *
      **                          LEAVE THE BALANCE FOR THE BUSINESS   *
      **                          OFFICE.  AN ITEM FOR AN ACCOUNT NOT  *
      **                          PLACED WITH THAT AGENCY, OR WITH NO  *
      **                          LEDGER ROW, IS LISTED ON PCDAGYEX    *
      **                          AND NOT POSTED.  EVERY ITEM HANDLED  *
      **                          IS LOGGED ON PCDAGYH SO A RERUN OF   *
      **                          THE SAME RETURN FILE SKIPS IT.       *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD170.
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
           SELECT PCD-RETURN-FILE  ASSIGN TO PCDAGYRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PATL-MASTER  ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-AGYH-MASTER  ASSIGN TO PCDAGYH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-AGYH-KEY
               FILE STATUS IS WS-AGYH-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDAGYEX
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-RETURN-FILE
           RECORDING MODE IS F.
       01  FD-RETURN-REC              PIC X(080).
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-AGYH-MASTER.
       COPY PCDAGYH.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   AGENCY RETURN ITEM.  THE AGENCY QUOTES BACK THE PATIENT       *
      **   CONTROL NUMBER AND STATEMENT NUMBER FROM THE PLACEMENT.       *
      **----------------------------------------------------------------*
       01  WS-RETURN-REC.
           05  WS-RT-AGENCY-ID         PIC X(005).
           05  WS-RT-TRANS-REF         PIC X(010).
           05  WS-RT-TRANS-TYPE        PIC X(001).
               88  WS-RT-PAYMENT                   VALUE 'P'.
               88  WS-RT-UNCOLLECTABLE             VALUE 'U'.
               88  WS-RT-DISPUTE                   VALUE 'D'.
           05  WS-RT-PAT-CNTL-NO       PIC X(020).
           05  WS-RT-STMT-NO           PIC X(012).
           05  WS-RT-TRANS-DATE        PIC 9(008).
           05  WS-RT-TRANS-DATE-X REDEFINES WS-RT-TRANS-DATE
                                       PIC X(008).
           05  WS-RT-AMOUNT            PIC 9(007)V99.
           05  WS-RT-AMOUNT-X REDEFINES WS-RT-AMOUNT
                                       PIC X(009).
           05  FILLER                  PIC X(015).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PATL-FOUND                       VALUE '00'.
       77  WS-AGYH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-AGYH-FOUND                       VALUE '00'.
       77  WS-POSTED-SW                PIC X(001)  VALUE 'N'.
           88  WS-ITEM-POSTED                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-ITEMS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-POSTED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAYMENTS-POSTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-UNCOLL-RETURNS           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DISPUTE-RETURNS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-REJECTED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAYMENT-AMOUNT           PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD170 - COLLECTION AGENCY RETURN EXCEPTIONS      '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'AGCY   REFERENCE   T  PATIENT CONTROL NO    STATEM'.
           05  FILLER                  PIC X(050)  VALUE
               'ENT NO        AMOUNT  REASON                      '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-AGENCY-ID          PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TRANS-REF          PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TRANS-TYPE         PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-STMT-NO            PIC X(012).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-REASON             PIC X(030).
           05  FILLER                  PIC X(030)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(020)  VALUE
               'TOTAL REJECTED      '.
           05  WS-T-ITEMS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(103)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-POST-ONE-ITEM  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-RETURN-FILE
           OPEN I-O    PCD-PATL-MASTER
           OPEN I-O    PCD-AGYH-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 1100-READ-RETURN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-RETURN.
           READ PCD-RETURN-FILE INTO WS-RETURN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-POST-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE WS-RT-AGENCY-ID TO PCD-AGYH-AGENCY-ID
           MOVE WS-RT-TRANS-REF TO PCD-AGYH-TRANS-REF
           READ PCD-AGYH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-AGYH-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-AGYH-FILE-STATUS
           END-READ
           IF WS-AGYH-FOUND
               ADD 1 TO WS-ALREADY-POSTED
               PERFORM 1100-READ-RETURN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 'N'    TO WS-POSTED-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-POST-TO-LEDGER THRU 2100-EXIT
           IF NOT WS-ITEM-POSTED
               PERFORM 2200-REPORT-REJECT THRU 2200-EXIT
           END-IF
           PERFORM 2300-LOG-ITEM THRU 2300-EXIT
           PERFORM 1100-READ-RETURN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-POST-TO-LEDGER -- A PAYMENT IS TAKEN FROM THE AGENCY     *
      **   THE ACCOUNT WAS PLACED WITH EVEN AFTER A RECALL OR RETURN;    *
      **   A RETURN IS TAKEN ONLY WHILE THE AGENCY STILL HOLDS IT.       *
      **----------------------------------------------------------------*
       2100-POST-TO-LEDGER.
           IF NOT WS-RT-PAYMENT
            AND NOT WS-RT-UNCOLLECTABLE
            AND NOT WS-RT-DISPUTE
               MOVE 'UNKNOWN RETURN TYPE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE WS-RT-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE WS-RT-STMT-NO     TO PCD-PATL-STMT-NO
           READ PCD-PATL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PATL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PATL-FILE-STATUS
           END-READ
           IF NOT WS-PATL-FOUND
               MOVE 'NO LEDGER ROW FOR ACCOUNT' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF PCD-PATL-AGENCY-ID NOT = WS-RT-AGENCY-ID
               MOVE 'NOT PLACED WITH THIS AGENCY' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-RT-PAYMENT
               PERFORM 2110-APPLY-PAYMENT THRU 2110-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT PCD-PATL-WITH-AGENCY
               MOVE 'ACCOUNT NO LONGER WITH AGENCY' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-RT-UNCOLLECTABLE
               SET PCD-PATL-RETURNED-UNCOLL TO TRUE
               ADD 1 TO WS-UNCOLL-RETURNS
           ELSE
               SET PCD-PATL-DISPUTED        TO TRUE
               ADD 1 TO WS-DISPUTE-RETURNS
           END-IF
           MOVE WS-RUN-DATE TO PCD-PATL-COLL-END-DATE
           REWRITE PCD-PATL-REC
           SET WS-ITEM-POSTED TO TRUE.
       2100-EXIT.
           EXIT.
       2110-APPLY-PAYMENT.
           IF WS-RT-AMOUNT-X NOT NUMERIC
            OR WS-RT-AMOUNT = ZERO
               MOVE 'AMOUNT MISSING OR NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2110-EXIT
           END-IF
           ADD WS-RT-AMOUNT      TO PCD-PATL-AGENCY-PAID-AMT
           SUBTRACT WS-RT-AMOUNT FROM PCD-PATL-BALANCE-AMT
           MOVE WS-RUN-DATE      TO PCD-PATL-LAST-PAY-DATE
           IF WS-RT-TRANS-DATE-X IS NUMERIC
            AND WS-RT-TRANS-DATE > ZERO
               MOVE WS-RT-TRANS-DATE TO PCD-PATL-LAST-PAY-DATE
           END-IF
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           REWRITE PCD-PATL-REC
           SET WS-ITEM-POSTED TO TRUE
           ADD 1             TO WS-PAYMENTS-POSTED
           ADD WS-RT-AMOUNT  TO WS-PAYMENT-AMOUNT.
       2110-EXIT.
           EXIT.
       2200-REPORT-REJECT.
           MOVE WS-RT-AGENCY-ID      TO WS-D-AGENCY-ID
           MOVE WS-RT-TRANS-REF      TO WS-D-TRANS-REF
           MOVE WS-RT-TRANS-TYPE     TO WS-D-TRANS-TYPE
           MOVE WS-RT-PAT-CNTL-NO    TO WS-D-PAT-CNTL-NO
           MOVE WS-RT-STMT-NO        TO WS-D-STMT-NO
           MOVE ZERO                 TO WS-D-AMOUNT
           IF WS-RT-AMOUNT-X IS NUMERIC
               MOVE WS-RT-AMOUNT     TO WS-D-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON     TO WS-D-REASON
           MOVE WS-REPORT-DETAIL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-ITEMS-REJECTED.
       2200-EXIT.
           EXIT.
       2300-LOG-ITEM.
           MOVE SPACES               TO PCD-AGYH-REC
           MOVE WS-RT-AGENCY-ID      TO PCD-AGYH-AGENCY-ID
           MOVE WS-RT-TRANS-REF      TO PCD-AGYH-TRANS-REF
           MOVE WS-RT-TRANS-TYPE     TO PCD-AGYH-TRANS-TYPE
           MOVE WS-RT-PAT-CNTL-NO    TO PCD-AGYH-PAT-CNTL-NO
           MOVE WS-RT-STMT-NO        TO PCD-AGYH-STMT-NO
           MOVE ZERO                 TO PCD-AGYH-AMOUNT
           IF WS-RT-AMOUNT-X IS NUMERIC
               MOVE WS-RT-AMOUNT     TO PCD-AGYH-AMOUNT
           END-IF
           IF WS-ITEM-POSTED
               SET PCD-AGYH-POSTED   TO TRUE
           ELSE
               SET PCD-AGYH-REJECTED TO TRUE
           END-IF
           MOVE WS-RUN-DATE          TO PCD-AGYH-POSTED-DATE
           WRITE PCD-AGYH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE WS-ITEMS-REJECTED   TO WS-T-ITEMS
           MOVE WS-REPORT-TOTAL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           CLOSE PCD-RETURN-FILE
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-AGYH-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD170 - RETURN ITEMS READ:     ' WS-ITEMS-READ
           DISPLAY 'PCD170 - ALREADY POSTED:        ' WS-ALREADY-POSTED
           DISPLAY 'PCD170 - PAYMENTS POSTED:       '
               WS-PAYMENTS-POSTED
           DISPLAY 'PCD170 - AMOUNT POSTED:         '
               WS-PAYMENT-AMOUNT
           DISPLAY 'PCD170 - RETURNED UNCOLLECTABLE:'
               WS-UNCOLL-RETURNS
           DISPLAY 'PCD170 - RETURNED DISPUTED:     '
               WS-DISPUTE-RETURNS
           DISPLAY 'PCD170 - ITEMS REJECTED:        '
               WS-ITEMS-REJECTED.
       9000-EXIT.
           EXIT.
