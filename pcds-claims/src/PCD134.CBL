      **                          LABELER TO PCDNDCIV PLUS A LINE-     *
      **                          LEVEL DETAIL BACKUP (PCDNDCDT) FOR   *
      **                          DISPUTE SUPPORT.                     *
      ** RTC    10/15/26          GV DRUG DETAIL UNDER A SERVICE LINE  *
      **                          CARRYING THE 340B UD MODIFIER        *
      **                          (STAMPED BY PCD212) IS NO LONGER     *
      **                          INVOICED -- THE DRUG WAS BOUGHT AT   *
      **                          THE 340B PRICE AND A MANUFACTURER    *
      **                          REBATE ON IT WOULD BE A DUPLICATE    *
      **                          DISCOUNT.  THE LINE'S PCD34BA AUDIT  *
      **                          ROW IS DATED WITH THE RUN THAT       *
      **                          EXCLUDED IT, FOR THE PCD213 HRSA     *
      **                          AUDIT REPORT.                        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD134.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-DETAIL-FILE  ASSIGN TO PCDNDCDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-34BA-MASTER ASSIGN TO PCD34BA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-34BA-KEY
               FILE STATUS IS WS-34BA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-DETAIL-FILE
           RECORDING MODE IS F.
       01  PCD-DETAIL-REC             PIC X(100).
       FD  PCD-34BA-MASTER.
       COPY PCD34BA.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-LINE-DOLLARS             PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-LINE-REBATE              PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-ELIG-LINE-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-34BA-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-34BA-FOUND                       VALUE '00'.
       77  WS-340B-LINE-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-340B-LINE                        VALUE 'Y'.
       77  WS-340B-MODIFIER            PIC X(002)  VALUE 'UD'.
       77  WS-340B-LINES               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-340B-NDCS-EXCLUDED       PIC 9(007)  COMP  VALUE ZERO.
       01  WS-LABELER-TABLE.
           05  WS-LABELER-ENTRY OCCURS 200 TIMES.
               10  WS-LB-LABELER      PIC X(005).
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-NDCM-MASTER
           OPEN OUTPUT PCD-INVOICE-FILE
           OPEN OUTPUT PCD-DETAIL-FILE
           OPEN I-O    PCD-34BA-MASTER
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- A GV BELONGS TO THE F0 AHEAD OF IT.   *
      **   DRUG DETAIL UNDER A 340B LINE (UD MODIFIER) IS NOT INVOICED.  *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           IF C0-REC
           OR X0-CLAIM-TRAILER-REC
               MOVE 'N' TO WS-340B-LINE-SWITCH
           END-IF
           IF F0-REC
               PERFORM 2050-CHECK-340B-LINE THRU 2050-EXIT
           END-IF
           IF GV-REC
               PERFORM VARYING GV-NDC-INX FROM 1 BY 1
                       UNTIL GV-NDC-INX > 2
                   IF GV-NDC-CODE-X (GV-NDC-INX) > SPACES
                       IF WS-340B-LINE
                           ADD 1 TO WS-340B-NDCS-EXCLUDED
                       ELSE
                           PERFORM 2100-RATE-ONE-NDC THRU 2100-EXIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-CHECK-340B-LINE -- THE LINE'S PCD34BA AUDIT ROW, WHEN    *
      **   THERE IS ONE, IS DATED WITH THIS RUN AS PROOF THE LINE WAS    *
      **   KEPT OFF THE QUARTER'S INVOICES.                              *
      **----------------------------------------------------------------*
       2050-CHECK-340B-LINE.
           MOVE 'N' TO WS-340B-LINE-SWITCH
           IF F0-PROC-MOD-1 = WS-340B-MODIFIER
           OR F0-PROC-MOD-2 = WS-340B-MODIFIER
           OR F0-PROC-MOD-3 = WS-340B-MODIFIER
           OR F0-PROC-MOD-4 = WS-340B-MODIFIER
               SET WS-340B-LINE TO TRUE
           END-IF
           IF NOT WS-340B-LINE
               GO TO 2050-EXIT
           END-IF
           ADD 1 TO WS-340B-LINES
           MOVE F0-PAT-CNTL-NUM TO PCD-34BA-PAT-CNTL-NO
           MOVE F0-SEQ-NUM-X    TO PCD-34BA-LINE-SEQ
           READ PCD-34BA-MASTER
               INVALID KEY
                   MOVE '23' TO WS-34BA-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-34BA-FILE-STATUS
           END-READ
           IF WS-34BA-FOUND
               MOVE WS-RUN-DATE TO PCD-34BA-REBATE-EXCL-DATE
               REWRITE PCD-34BA-REC
                   INVALID KEY
                       DISPLAY 'PCD134 - PCD34BA REWRITE FAILED '
                           PCD-34BA-KEY
               END-REWRITE
           END-IF.
       2050-EXIT.
           EXIT.
       2100-RATE-ONE-NDC.
           MOVE GV-NDC-CODE-X (GV-NDC-INX) TO PCD-NDCM-NDC-CODE
           READ PCD-NDCM-MASTER
           CLOSE PCD-NDCM-MASTER
           CLOSE PCD-INVOICE-FILE
           CLOSE PCD-DETAIL-FILE
           CLOSE PCD-34BA-MASTER
           DISPLAY 'PCD134 - 340B LINES SEEN:        '
               WS-340B-LINES
           DISPLAY 'PCD134 - 340B NDCS NOT INVOICED: '
               WS-340B-NDCS-EXCLUDED
           DISPLAY 'PCD134 - REBATE-ELIGIBLE LINES:  '
               WS-ELIG-LINE-COUNT
           DISPLAY 'PCD134 - LABELERS INVOICED:      '
