      **                          REPORT (30/360, SAME AS PCD030) ON   *
      **                          PCDRFNDR SO THE 60-DAY MEDICARE      *
      **                          REPAYMENT CLOCK IS VISIBLE.          *
      ** RTC    10/15/26          CA/WO ADJUSTMENT POSTINGS ARE NOT    *
      **                          LOADED FOR THE DUPLICATE-POSTING     *
      **                          CHECK -- TWO EQUAL WRITE-OFFS ON A   *
      **                          LINE ARE NOT A DOUBLE PAYMENT.       *
      ** RTC    10/15/26          A NEW CASE STARTS WITH ZERO CHECK    *
      **                          NUMBER, ISSUE AND CLEAR DATES FOR    *
      **                          THE PCD185 REFUND DISBURSEMENT RUN.  *
      ** RTC    10/15/26          ONLY PY PAYMENT POSTINGS ARE LOADED *
      **                          FOR THE DUPLICATE SCAN.  RF, ES, RV *
      **                          AND NT ENTRIES CARRY NO ICN OR      *
      **                          PROCEDURE AND ARE NOT DOUBLE        *
      **                          PAYMENTS.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD136.
           EXIT.
       2000-LOAD-POSTINGS.
           IF WS-POST-COUNT = 5000
           AND PCD-AR-POST-PAYMENT
               DISPLAY 'PCD136 - POSTING TABLE FULL AT 5000 - '
                   'DUPLICATES WOULD BE MISSED - RUN STOPPED'
               STOP RUN
           END-IF
           IF WS-POST-COUNT < 5000
           AND PCD-AR-POST-PAYMENT
               ADD 1 TO WS-POST-COUNT
               MOVE PCD-AR-POST-ICN
                   TO WS-PT-ICN         (WS-POST-COUNT)
           MOVE WS-CURRENT-PAYOR-ID    TO PCD-RFND-PAYOR-ID
           MOVE WS-WORK-AMOUNT         TO PCD-RFND-AMOUNT
           MOVE WS-RUN-DATE            TO PCD-RFND-OPEN-DATE
           MOVE ZERO                   TO PCD-RFND-CHECK-NO
                                          PCD-RFND-ISSUE-DATE
                                          PCD-RFND-CLEAR-DATE
           SET PCD-RFND-OPEN           TO TRUE
           WRITE PCD-RFND-REC
           ADD 1 TO WS-CASES-OPENED.
