      **                          AGAINST.  ONE INQUIRY PER CLAIM --   *
      **                          A ROW ALREADY ON PCDCSIM IS NOT      *
      **                          RE-SENT.                             *
      ** RTC    10/15/26          A CLAIM PRINTED AND MAILED BY PCD189 *
      **                          (PAPER-ONLY PAYER) AGES FROM ITS     *
      **                          LATEST PCDPRTL MAIL DATE INSTEAD OF  *
      **                          THE A0 PROCESSING DATE.              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD129.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CSIM-PAT-CNTL-NO
               FILE STATUS IS WS-CSIM-FILE-STATUS.
           SELECT PCD-PRTL-MASTER ASSIGN TO PCDPRTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRTL-PAT-CNTL-NO
               FILE STATUS IS WS-PRTL-FILE-STATUS.
           SELECT PCD-276-FILE    ASSIGN TO PCD276OT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       COPY PCDARPST.
       FD  PCD-CSIM-MASTER.
       COPY PCDCSIM.
       FD  PCD-PRTL-MASTER.
       COPY PCDPRTL.
       FD  PCD-276-FILE
           RECORDING MODE IS F.
       01  PCD-276-SEGMENT            PIC X(080).
           88  WS-PAYM-FOUND                       VALUE '00'.
       77  WS-CSIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CSIM-FOUND                       VALUE '00'.
       77  WS-PRTL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PRTL-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-DATE-CCYY            PIC 9(004)  VALUE ZERO.
       77  WS-RUN-DATE-MM              PIC 9(002)  VALUE ZERO.
       77  WS-RUN-DATE-DD              PIC 9(002)  VALUE ZERO.
       77  WS-SUBMIT-AGE-DAYS          PIC S9(007) VALUE ZERO.
       77  WS-CLAIM-AGE-DAYS           PIC S9(007) VALUE ZERO.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CURRENT-INSURED-ID       PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
           OPEN INPUT  PCD-PAYM-MASTER
           OPEN INPUT  PCD-POST-FILE
           OPEN I-O    PCD-CSIM-MASTER
           OPEN INPUT  PCD-PRTL-MASTER
           OPEN OUTPUT PCD-276-FILE
           PERFORM 1100-READ-POST-FILE  THRU 1100-EXIT
           PERFORM 1200-READ-CLAIM-FILE THRU 1200-EXIT.
               NOT INVALID KEY
                   MOVE '00' TO WS-PAYM-FILE-STATUS
           END-READ
           PERFORM 3150-PAPER-MAIL-AGE THRU 3150-EXIT
           IF NOT WS-PAYM-FOUND
            OR PCD-PAYM-RESP-WINDOW-DAYS = ZERO
            OR WS-CLAIM-AGE-DAYS NOT > PCD-PAYM-RESP-WINDOW-DAYS
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-CASH THRU 3200-EXIT
           PERFORM 3400-WRITE-TRACKING    THRU 3400-EXIT.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3150-PAPER-MAIL-AGE -- A CLAIM PCD189 PRINTED FOR A PAPER-    *
      **   ONLY PAYER AGES FROM ITS LATEST MAIL DATE ON PCDPRTL (A       *
      **   REPRINT RESTARTS THE CLOCK), NOT FROM THE A0 DATE.            *
      **----------------------------------------------------------------*
       3150-PAPER-MAIL-AGE.
           MOVE WS-SUBMIT-AGE-DAYS TO WS-CLAIM-AGE-DAYS
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PRTL-PAT-CNTL-NO
           READ PCD-PRTL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRTL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRTL-FILE-STATUS
           END-READ
           IF NOT WS-PRTL-FOUND
            OR PCD-PRTL-MAIL-DATE = ZERO
               GO TO 3150-EXIT
           END-IF
           COMPUTE WS-CLAIM-AGE-DAYS =
               ((WS-RUN-DATE-CCYY - PCD-PRTL-MAIL-CCYY) * 360)
               + ((WS-RUN-DATE-MM - PCD-PRTL-MAIL-MM) * 30)
               + (WS-RUN-DATE-DD - PCD-PRTL-MAIL-DD).
       3150-EXIT.
           EXIT.
       3200-CHECK-CASH.
           MOVE 'N' TO WS-CASH-FOUND-SWITCH
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
           CLOSE PCD-PAYM-MASTER
           CLOSE PCD-POST-FILE
           CLOSE PCD-CSIM-MASTER
           CLOSE PCD-PRTL-MASTER
           CLOSE PCD-276-FILE
           DISPLAY 'PCD129 - 276 INQUIRIES GENERATED: '
               WS-INQUIRIES-SENT.
