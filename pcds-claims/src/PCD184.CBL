      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD184           SYSTEM: PCDS                     *
      **    WEEKLY CASH-RECEIPTS FORECAST                              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  FOR TREASURY'S     *
      **                          MONDAY CALL.  READS THE              *
      **                          TRANSMITTED-CLAIM STREAM WITH ITS    *
      **                          PAYER-PAYMENT DD RECORDS (AS PCD142  *
      **                          DOES).  A CLAIM WITH A PROVIDER      *
      **                          CHECK DATE BUILDS ITS PAYER'S        *
      **                          HISTORY -- WEEKS FROM TRANSMISSION   *
      **                          (THE PCDJOBST PROCESSING DATE) TO    *
      **                          DD-PROVIDER-CHECK-DATE, AND          *
      **                          PAID-TO-CHARGE.  A CLAIM WITH NO     *
      **                          CHECK AND NO PAYMENT CASH ON         *
      **                          PCDARPST IS OPEN AR, AGED IN WEEKS.  *
      **                          EACH PAYER'S OPEN AR IS SPREAD OVER  *
      **                          THE NEXT FOUR WEEKS ON ITS OWN       *
      **                          HISTORY (OR THE ALL-PAYER POOL WHEN  *
      **                          IT HAS LESS THAN 20 PAID CLAIMS) AND *
      **                          LISTED ON PCDCFRP NEXT TO LAST       *
      **                          WEEK'S WEEK-1 FORECAST, READ BACK    *
      **                          OFF THE PCDCFH HISTORY, AND THE      *
      **                          CHECKS ACTUALLY DATED SINCE.  THIS   *
      **                          WEEK'S FORECAST IS APPENDED TO       *
      **                          PCDCFH.                              *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD184.
       AUTHOR.        TREASURY REPORTING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-POST-FILE     ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-JOBST-MASTER  ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM
               FILE STATUS IS WS-JOBST-FILE-STATUS.
           SELECT PCD-HIST-FILE     ASSIGN TO PCDCFH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDCFRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       FD  PCD-HIST-FILE
           RECORDING MODE IS F.
       01  FD-HIST-REC                PIC X(080).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
      **----------------------------------------------------------------*
      **   PCDCFH FORECAST HISTORY -- ONE ROW PER PAYER PER RUN, KEPT    *
      **   SO NEXT WEEK'S RUN CAN SET ITS WEEK-1 FORECAST AGAINST THE    *
      **   CASH THAT ACTUALLY CAME IN.                                   *
      **----------------------------------------------------------------*
       01  WS-HIST-REC.
           05  WS-H-RUN-DATE           PIC 9(008).
           05  WS-H-PAYOR-ID           PIC X(005).
           05  WS-H-OPEN-CLAIMS        PIC 9(007).
           05  WS-H-OPEN-CHARGES       PIC 9(011)V99.
           05  WS-H-FORECAST OCCURS 4 TIMES
                                       PIC 9(009)V99.
           05  FILLER                  PIC X(003).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-POST-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-POST-END-OF-FILE                 VALUE 'Y'.
       77  WS-HIST-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-HIST-END-OF-FILE                 VALUE 'Y'.
       77  WS-JOBST-FILE-STATUS        PIC X(002)  VALUE SPACES.
           88  WS-JOBST-FOUND                      VALUE '00'.
       77  WS-CLAIM-POSTED-SW          PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-POSTED                     VALUE 'Y'.
       77  WS-PRIOR-RUN-DATE           PIC 9(008)  VALUE ZERO.
       77  WS-CHECK-DATE               PIC 9(008)  VALUE ZERO.
       77  WS-XMIT-CCYY                PIC 9(004)  VALUE ZERO.
       77  WS-XMIT-MM                  PIC 9(002)  VALUE ZERO.
       77  WS-XMIT-DD                  PIC 9(002)  VALUE ZERO.
       77  WS-DAYS                     PIC S9(007) VALUE ZERO.
       77  WS-WEEK                     PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIM-PAYER-SLOT         PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIM-PAT-CNTL-NO        PIC X(017)  VALUE SPACES.
       77  WS-CLAIM-CHECK-DATE         PIC 9(008)  VALUE ZERO.
       77  WS-CLAIM-CHECK-CCYY         PIC 9(004)  VALUE ZERO.
       77  WS-CLAIM-CHECK-MM           PIC 9(002)  VALUE ZERO.
       77  WS-CLAIM-CHECK-DD           PIC 9(002)  VALUE ZERO.
       77  WS-CLAIM-PAID-AMT           PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIM-CHARGE             PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-PAYER-SUB                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PAYER-COUNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PAYER-SLOT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-POST-SUB                 PIC 9(005)  COMP  VALUE ZERO.
       77  WS-POST-COUNT               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PRIOR-SUB                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PRIOR-COUNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AGE-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FCST-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BKT-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MIN-HISTORY              PIC 9(005)  COMP  VALUE 20.
       77  WS-REMAINING-CNT            PIC 9(009)  COMP  VALUE ZERO.
       77  WS-HIST-TOTAL-CNT           PIC 9(009)  COMP  VALUE ZERO.
       77  WS-USE-RATIO                PIC 9(001)V9(004) VALUE ZERO.
       77  WS-USE-BASIS                PIC X(004)  VALUE SPACES.
       77  WS-EXPECTED-AMT             PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-FOUR-WEEK-AMT            PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-VARIANCE-PCT             PIC S9(005) VALUE ZERO.
       77  WS-VAR-FORECAST             PIC S9(013)V99 COMP-3 VALUE ZERO.
       77  WS-VAR-ACTUAL               PIC S9(013)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(009)  COMP  VALUE ZERO.
       77  WS-PAID-CLAIMS              PIC 9(009)  COMP  VALUE ZERO.
       77  WS-POSTED-CLAIMS            PIC 9(009)  COMP  VALUE ZERO.
       77  WS-OPEN-CLAIMS              PIC 9(009)  COMP  VALUE ZERO.
       77  WS-STALE-CLAIMS             PIC 9(009)  COMP  VALUE ZERO.
       01  WS-RUN-DATE-AREA.
           05  WS-RUN-DATE             PIC 9(008)  VALUE ZERO.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY         PIC 9(004).
               10  WS-RUN-MM           PIC 9(002).
               10  WS-RUN-DD           PIC 9(002).
       01  WS-POST-TABLE.
           05  WS-POST-PAT-CNTL OCCURS 20000 TIMES
                                       PIC X(017).
      **----------------------------------------------------------------*
      **   PAYER TABLE.  HIST-CNT (N) IS THE NUMBER OF PAID CLAIMS       *
      **   WHOSE PROVIDER CHECK WAS DATED IN WEEK N AFTER TRANSMISSION   *
      **   (DAYS 7(N-1) THRU 7N-1, 30/360 BASIS; WEEK 26 IS ANYTHING     *
      **   LATER).  OPEN-CHRG (N) IS THE UNPAID CHARGE ON CLAIMS NOW     *
      **   IN THEIR NTH WEEK SINCE TRANSMISSION.                         *
      **----------------------------------------------------------------*
       01  WS-PAYER-TABLE.
           05  WS-PAYER-ENTRY OCCURS 200 TIMES.
               10  WS-PY-PAYOR-ID      PIC X(005).
               10  WS-PY-HIST-CNT OCCURS 26 TIMES
                                       PIC 9(007)  COMP.
               10  WS-PY-HIST-PAID     PIC S9(011)V99 COMP-3.
               10  WS-PY-HIST-CHRG     PIC S9(011)V99 COMP-3.
               10  WS-PY-OPEN-CNT      PIC 9(007)  COMP.
               10  WS-PY-OPEN-TOTAL    PIC S9(011)V99 COMP-3.
               10  WS-PY-OPEN-CHRG OCCURS 25 TIMES
                                       PIC S9(011)V99 COMP-3.
               10  WS-PY-STALE-CHRG    PIC S9(011)V99 COMP-3.
               10  WS-PY-FORECAST OCCURS 4 TIMES
                                       PIC S9(011)V99 COMP-3.
               10  WS-PY-RATIO         PIC 9(001)V9(004).
               10  WS-PY-BASIS         PIC X(004).
               10  WS-PY-PRIOR-FCST    PIC S9(011)V99 COMP-3.
               10  WS-PY-ACTUAL        PIC S9(011)V99 COMP-3.
      **----------------------------------------------------------------*
      **   ALL-PAYER POOL, USED FOR A PAYER WITH TOO LITTLE HISTORY OF   *
      **   ITS OWN TO GO ON.                                             *
      **----------------------------------------------------------------*
       01  WS-POOL-TOTALS.
           05  WS-POOL-HIST-CNT OCCURS 26 TIMES
                                       PIC 9(009)  COMP.
           05  WS-POOL-HIST-PAID       PIC S9(013)V99 COMP-3.
           05  WS-POOL-HIST-CHRG       PIC S9(013)V99 COMP-3.
           05  WS-POOL-RATIO           PIC 9(001)V9(004).
       01  WS-DIST-TABLE.
           05  WS-DIST-CNT OCCURS 26 TIMES
                                       PIC 9(009)  COMP.
       01  WS-GRAND-TOTALS.
           05  WS-GT-OPEN-CNT          PIC 9(009)  COMP.
           05  WS-GT-OPEN-TOTAL        PIC S9(013)V99 COMP-3.
           05  WS-GT-FORECAST OCCURS 4 TIMES
                                       PIC S9(013)V99 COMP-3.
           05  WS-GT-FOUR-WEEK         PIC S9(013)V99 COMP-3.
           05  WS-GT-PRIOR-FCST        PIC S9(013)V99 COMP-3.
           05  WS-GT-ACTUAL            PIC S9(013)V99 COMP-3.
           05  WS-GT-STALE-CHRG        PIC S9(013)V99 COMP-3.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-PAYOR-ID      PIC X(005).
               10  WS-PR-FORECAST      PIC 9(009)V99.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(043)  VALUE
               'PCD184 - WEEKLY CASH-RECEIPTS FORECAST     '.
           05  FILLER                  PIC X(010)  VALUE 'RUN DATE  '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(021)  VALUE
               '   LAST WEEK = SINCE '.
           05  WS-H1-PRIOR-DATE        PIC 9(008).
           05  FILLER                  PIC X(042)  VALUE
               '   WEEK 1 = THE 7 DAYS FROM THE RUN DATE  '.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '          OPEN     OPEN AR  PAID/           WEEK 1'.
           05  FILLER                  PIC X(050)  VALUE
               '      WEEK 2      WEEK 3      WEEK 4      4-WEEK  '.
           05  FILLER                  PIC X(032)  VALUE
               ' LAST WEEK   LAST WEEK ACT/     '.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               ' PAYER  CLAIMS     CHARGES CHARGE BASE    FORECAST'.
           05  FILLER                  PIC X(050)  VALUE
               '    FORECAST    FORECAST    FORECAST       TOTAL  '.
           05  FILLER                  PIC X(032)  VALUE
               '  FORECAST      ACTUAL FCST     '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-OPEN-CLAIMS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-OPEN-CHARGES       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-RATIO              PIC 9.9999.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-BASIS              PIC X(004).
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-FORECAST-GRP.
               10  WS-D-FORECAST OCCURS 4 TIMES.
                   15  WS-D-FCST-AMT   PIC ZZZ,ZZZ,ZZ9.
                   15  FILLER          PIC X(001).
           05  WS-D-FOUR-WEEK          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PRIOR-FCST         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-ACTUAL             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-VARIANCE-PCT       PIC -ZZ9.
           05  WS-D-VARIANCE-PCT-X REDEFINES WS-D-VARIANCE-PCT
                                       PIC X(004).
           05  WS-D-PCT-SIGN           PIC X(001).
           05  FILLER                  PIC X(004)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(038).
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(075)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-LOAD-POSTINGS     THRU 2000-EXIT
               UNTIL WS-POST-END-OF-FILE
           PERFORM 2500-LOAD-PRIOR-RUN    THRU 2500-EXIT
               UNTIL WS-HIST-END-OF-FILE
           PERFORM 3000-PROCESS-RECORDS   THRU 3000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-APPLY-PRIOR-RUN   THRU 4000-EXIT
           PERFORM 5000-FORECAST-PAYERS   THRU 5000-EXIT
           PERFORM 6000-WRITE-FORECAST    THRU 6000-EXIT
           PERFORM 9000-TERMINATE         THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-POOL-TOTALS
                      WS-GRAND-TOTALS
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-POST-FILE
           OPEN INPUT  PCD-JOBST-MASTER
           OPEN INPUT  PCD-HIST-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           PERFORM 1200-READ-POST-FILE  THRU 1200-EXIT
           PERFORM 1300-READ-HIST-FILE  THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-POST-FILE.
           READ PCD-POST-FILE
               AT END
                   SET WS-POST-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-READ-HIST-FILE.
           READ PCD-HIST-FILE INTO WS-HIST-REC
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-POSTINGS -- A CLAIM WITH PAYMENT CASH POSTED ON     *
      **   PCDARPST IS NO LONGER OPEN AR.  ADJUSTMENTS, REVERSALS AND    *
      **   NETTING ENTRIES ARE NOT CASH AND ARE SKIPPED.                 *
      **----------------------------------------------------------------*
       2000-LOAD-POSTINGS.
           IF NOT PCD-AR-POST-PAYMENT
               PERFORM 1200-READ-POST-FILE THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-POST-COUNT = 20000
               DISPLAY 'PCD184 - POSTING TABLE FULL AT 20000 - '
                   'OPEN AR WOULD BE OVERSTATED - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO WS-POST-PAT-CNTL (WS-POST-COUNT)
           PERFORM 1200-READ-POST-FILE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-LOAD-PRIOR-RUN -- PCDCFH IS APPENDED IN RUN-DATE ORDER,  *
      **   SO THE LAST GROUP OF ROWS DATED BEFORE TODAY IS LAST WEEK'S   *
      **   FORECAST.  ROWS DATED TODAY (A RERUN) ARE PASSED OVER.        *
      **----------------------------------------------------------------*
       2500-LOAD-PRIOR-RUN.
           IF WS-H-RUN-DATE NOT < WS-RUN-DATE
               PERFORM 1300-READ-HIST-FILE THRU 1300-EXIT
               GO TO 2500-EXIT
           END-IF
           IF WS-H-RUN-DATE NOT = WS-PRIOR-RUN-DATE
               MOVE WS-H-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE ZERO          TO WS-PRIOR-COUNT
           END-IF
           IF WS-PRIOR-COUNT = 200
               DISPLAY 'PCD184 - PRIOR-RUN TABLE FULL AT 200 - '
                   'LAST WEEK''S FORECAST WOULD BE SHORT - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-COUNT
           MOVE WS-H-PAYOR-ID    TO WS-PR-PAYOR-ID (WS-PRIOR-COUNT)
           MOVE WS-H-FORECAST (1) TO WS-PR-FORECAST (WS-PRIOR-COUNT)
           PERFORM 1300-READ-HIST-FILE THRU 1300-EXIT.
       2500-EXIT.
           EXIT.
       3000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 3050-TAKE-XMIT-DATE THRU 3050-EXIT
               WHEN C0-CLAIM-HEADER-REC
                   MOVE ZERO TO WS-CLAIM-PAYER-SLOT
                                WS-CLAIM-CHECK-DATE
                                WS-CLAIM-PAID-AMT
                   MOVE C0-PAT-CNTL-NUM TO WS-CLAIM-PAT-CNTL-NO
                   ADD 1 TO WS-CLAIMS-READ
               WHEN D0-REC
                   IF WS-CLAIM-PAYER-SLOT = ZERO
                       MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
                       PERFORM 3100-PICK-PAYER-SLOT THRU 3100-EXIT
                       MOVE WS-PAYER-SLOT TO WS-CLAIM-PAYER-SLOT
                   END-IF
               WHEN DD-REC
                   PERFORM 3200-TAKE-PAYMENT THRU 3200-EXIT
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3300-CLOSE-CLAIM THRU 3300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3050-TAKE-XMIT-DATE -- THE JOB'S PROCESSING DATE OFF THE      *
      **   PCDJOBST DASHBOARD (MMDDYY), FALLING BACK TO THE A0 HEADER    *
      **   WHEN THE JOB IS NOT ON THE MASTER.                            *
      **----------------------------------------------------------------*
       3050-TAKE-XMIT-DATE.
           MOVE A0-UNIQUE-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-JOBST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-JOBST-FILE-STATUS
           END-READ
           IF WS-JOBST-FOUND
              AND PCD-JOBST-PROC-DATE IS NUMERIC
               MOVE PCD-JOBST-PROC-DATE (1:2) TO WS-XMIT-MM
               MOVE PCD-JOBST-PROC-DATE (3:2) TO WS-XMIT-DD
               MOVE PCD-JOBST-PROC-DATE (5:2) TO WS-XMIT-CCYY
               ADD 2000 TO WS-XMIT-CCYY
           ELSE
               COMPUTE WS-XMIT-CCYY = 2000 + A0-PROC-YY
               MOVE A0-PROC-MM TO WS-XMIT-MM
               MOVE A0-PROC-DD TO WS-XMIT-DD
           END-IF.
       3050-EXIT.
           EXIT.
       3100-PICK-PAYER-SLOT.
           MOVE ZERO TO WS-PAYER-SLOT
           PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
               IF WS-PY-PAYOR-ID (WS-PAYER-SUB) = WS-CURRENT-PAYOR-ID
                   MOVE WS-PAYER-SUB TO WS-PAYER-SLOT
               END-IF
           END-PERFORM
           IF WS-PAYER-SLOT > ZERO
               GO TO 3100-EXIT
           END-IF
           IF WS-PAYER-COUNT = 200
               DISPLAY 'PCD184 - PAYER TABLE FULL AT 200 - '
                   'FORECAST WOULD BE SHORT - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYER-COUNT
           MOVE WS-PAYER-COUNT TO WS-PAYER-SLOT
           INITIALIZE WS-PAYER-ENTRY (WS-PAYER-SLOT)
           MOVE WS-CURRENT-PAYOR-ID TO WS-PY-PAYOR-ID (WS-PAYER-SLOT).
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-TAKE-PAYMENT -- THE FIRST PROVIDER CHECK DATE ON THE     *
      **   CLAIM DATES ITS PAYMENT; EVERY DD AMOUNT COUNTS TOWARD THE    *
      **   CLAIM'S PAID-TO-CHARGE.  A CHECK DATED SINCE LAST WEEK'S RUN  *
      **   (BEFORE TODAY) IS LAST WEEK'S ACTUAL CASH.                    *
      **----------------------------------------------------------------*
       3200-TAKE-PAYMENT.
           IF WS-CLAIM-PAYER-SLOT = ZERO
            OR DD-PROVIDER-CHECK-DATE-X IS NOT NUMERIC
            OR DD-PROVIDER-CHECK-DATE-X = '00000000'
            OR DD-PAID-TO-PROVIDER-AMT-X IS NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           MOVE DD-PROVIDER-CHECK-DATE-X TO WS-CHECK-DATE
           IF WS-CLAIM-CHECK-DATE = ZERO
               MOVE WS-CHECK-DATE TO WS-CLAIM-CHECK-DATE
               COMPUTE WS-CLAIM-CHECK-CCYY
                   = (DD-PROVIDER-CHECK-CC * 100) + DD-PROVIDER-CHECK-YY
               MOVE DD-PROVIDER-CHECK-MM TO WS-CLAIM-CHECK-MM
               MOVE DD-PROVIDER-CHECK-DD TO WS-CLAIM-CHECK-DD
           END-IF
           ADD DD-PAID-TO-PROVIDER-AMT TO WS-CLAIM-PAID-AMT
           IF WS-PRIOR-RUN-DATE > ZERO
              AND WS-CHECK-DATE NOT < WS-PRIOR-RUN-DATE
              AND WS-CHECK-DATE < WS-RUN-DATE
               ADD DD-PAID-TO-PROVIDER-AMT
                   TO WS-PY-ACTUAL (WS-CLAIM-PAYER-SLOT)
           END-IF.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-CLOSE-CLAIM -- A PAID CLAIM ADDS TO ITS PAYER'S DAYS-    *
      **   TO-PAY AND PAID-TO-CHARGE HISTORY.  AN UNPAID CLAIM WITH NO   *
      **   CASH ON PCDARPST IS OPEN AR, AGED IN WEEKS FROM TRANSMISSION  *
      **   TO TODAY.  PAST 25 WEEKS IT IS TREATED AS STALE AND LEFT OUT  *
      **   OF THE FORECAST.                                              *
      **----------------------------------------------------------------*
       3300-CLOSE-CLAIM.
           IF WS-CLAIM-PAYER-SLOT = ZERO
               GO TO 3300-EXIT
           END-IF
           MOVE X0-CLAIM-TOT-CHRG TO WS-CLAIM-CHARGE
           IF WS-CLAIM-CHECK-DATE > ZERO
               PERFORM 3400-ADD-PAID-HISTORY THRU 3400-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-POSTED-SW
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
                      OR WS-CLAIM-POSTED
               IF WS-POST-PAT-CNTL (WS-POST-SUB) = WS-CLAIM-PAT-CNTL-NO
                   SET WS-CLAIM-POSTED TO TRUE
               END-IF
           END-PERFORM
           IF WS-CLAIM-POSTED
               ADD 1 TO WS-POSTED-CLAIMS
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-DAYS =
               ((WS-RUN-CCYY - WS-XMIT-CCYY) * 360)
               + ((WS-RUN-MM - WS-XMIT-MM) * 30)
               + (WS-RUN-DD - WS-XMIT-DD)
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           COMPUTE WS-WEEK = (WS-DAYS / 7) + 1
           IF WS-WEEK > 25
               ADD 1 TO WS-STALE-CLAIMS
               ADD WS-CLAIM-CHARGE
                   TO WS-PY-STALE-CHRG (WS-CLAIM-PAYER-SLOT)
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-OPEN-CLAIMS
           ADD 1 TO WS-PY-OPEN-CNT (WS-CLAIM-PAYER-SLOT)
           ADD WS-CLAIM-CHARGE
               TO WS-PY-OPEN-TOTAL (WS-CLAIM-PAYER-SLOT)
                  WS-PY-OPEN-CHRG  (WS-CLAIM-PAYER-SLOT WS-WEEK).
       3300-EXIT.
           EXIT.
       3400-ADD-PAID-HISTORY.
           COMPUTE WS-DAYS =
               ((WS-CLAIM-CHECK-CCYY - WS-XMIT-CCYY) * 360)
               + ((WS-CLAIM-CHECK-MM - WS-XMIT-MM) * 30)
               + (WS-CLAIM-CHECK-DD - WS-XMIT-DD)
           IF WS-DAYS < ZERO
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-WEEK = (WS-DAYS / 7) + 1
           IF WS-WEEK > 26
               MOVE 26 TO WS-WEEK
           END-IF
           ADD 1 TO WS-PAID-CLAIMS
           ADD 1 TO WS-PY-HIST-CNT (WS-CLAIM-PAYER-SLOT WS-WEEK)
                    WS-POOL-HIST-CNT (WS-WEEK)
           IF WS-CLAIM-CHARGE > ZERO
               ADD WS-CLAIM-PAID-AMT
                   TO WS-PY-HIST-PAID (WS-CLAIM-PAYER-SLOT)
                      WS-POOL-HIST-PAID
               ADD WS-CLAIM-CHARGE
                   TO WS-PY-HIST-CHRG (WS-CLAIM-PAYER-SLOT)
                      WS-POOL-HIST-CHRG
           END-IF.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-APPLY-PRIOR-RUN -- HANG LAST WEEK'S WEEK-1 FORECAST ON   *
      **   EACH PAYER, ADDING ANY PAYER THAT HAS DROPPED OFF THE CLAIM   *
      **   STREAM SINCE.                                                 *
      **----------------------------------------------------------------*
       4000-APPLY-PRIOR-RUN.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
               MOVE WS-PR-PAYOR-ID (WS-PRIOR-SUB)
                   TO WS-CURRENT-PAYOR-ID
               PERFORM 3100-PICK-PAYER-SLOT THRU 3100-EXIT
               ADD WS-PR-FORECAST (WS-PRIOR-SUB)
                   TO WS-PY-PRIOR-FCST (WS-PAYER-SLOT)
           END-PERFORM.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-FORECAST-PAYERS -- A PAYER WITH AT LEAST WS-MIN-HISTORY  *
      **   PAID CLAIMS IS FORECAST ON ITS OWN DAYS-TO-PAY AND PAID-TO-   *
      **   CHARGE; ANY OTHER ON THE ALL-PAYER POOL.                      *
      **----------------------------------------------------------------*
       5000-FORECAST-PAYERS.
           IF WS-POOL-HIST-CHRG > ZERO
               COMPUTE WS-POOL-RATIO ROUNDED
                   = WS-POOL-HIST-PAID / WS-POOL-HIST-CHRG
                   ON SIZE ERROR
                       MOVE 1 TO WS-POOL-RATIO
               END-COMPUTE
           END-IF
           PERFORM 5100-FORECAST-ONE-PAYER THRU 5100-EXIT
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT.
       5000-EXIT.
           EXIT.
       5100-FORECAST-ONE-PAYER.
           MOVE ZERO TO WS-HIST-TOTAL-CNT
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 26
               ADD WS-PY-HIST-CNT (WS-PAYER-SUB WS-BKT-SUB)
                   TO WS-HIST-TOTAL-CNT
           END-PERFORM
           IF WS-HIST-TOTAL-CNT NOT < WS-MIN-HISTORY
              AND WS-PY-HIST-CHRG (WS-PAYER-SUB) > ZERO
               MOVE 'OWN ' TO WS-USE-BASIS
               COMPUTE WS-USE-RATIO ROUNDED
                   = WS-PY-HIST-PAID (WS-PAYER-SUB)
                   / WS-PY-HIST-CHRG (WS-PAYER-SUB)
                   ON SIZE ERROR
                       MOVE 1 TO WS-USE-RATIO
               END-COMPUTE
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 26
                   MOVE WS-PY-HIST-CNT (WS-PAYER-SUB WS-BKT-SUB)
                       TO WS-DIST-CNT (WS-BKT-SUB)
               END-PERFORM
           ELSE
               MOVE 'POOL' TO WS-USE-BASIS
               MOVE WS-POOL-RATIO TO WS-USE-RATIO
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 26
                   MOVE WS-POOL-HIST-CNT (WS-BKT-SUB)
                       TO WS-DIST-CNT (WS-BKT-SUB)
               END-PERFORM
           END-IF
           IF WS-USE-RATIO > 1
               MOVE 1 TO WS-USE-RATIO
           END-IF
           MOVE WS-USE-RATIO TO WS-PY-RATIO (WS-PAYER-SUB)
           MOVE WS-USE-BASIS TO WS-PY-BASIS (WS-PAYER-SUB)
           PERFORM 5200-SPREAD-AGE-WEEK THRU 5200-EXIT
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 25.
       5100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5200-SPREAD-AGE-WEEK -- OPEN CHARGE NOW IN ITS NTH WEEK HAS   *
      **   NOT PAID BY WEEK N, SO ITS CHANCE OF PAYING IN FORECAST WEEK  *
      **   W IS THE SHARE OF HISTORICAL PAYMENTS IN WEEK N+W OUT OF ALL  *
      **   THOSE MADE AFTER WEEK N.  WHAT THE HISTORY SAYS COMES IN      *
      **   LATER THAN FOUR WEEKS OUT IS SIMPLY NOT IN THIS FORECAST.     *
      **----------------------------------------------------------------*
       5200-SPREAD-AGE-WEEK.
           IF WS-PY-OPEN-CHRG (WS-PAYER-SUB WS-AGE-SUB) NOT > ZERO
               GO TO 5200-EXIT
           END-IF
           MOVE ZERO TO WS-REMAINING-CNT
           PERFORM VARYING WS-BKT-SUB FROM WS-AGE-SUB BY 1
                   UNTIL WS-BKT-SUB > 25
               ADD WS-DIST-CNT (WS-BKT-SUB + 1) TO WS-REMAINING-CNT
           END-PERFORM
           IF WS-REMAINING-CNT = ZERO
               GO TO 5200-EXIT
           END-IF
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > 4
                      OR WS-AGE-SUB + WS-FCST-SUB > 25
               COMPUTE WS-EXPECTED-AMT ROUNDED
                   = WS-PY-OPEN-CHRG (WS-PAYER-SUB WS-AGE-SUB)
                   * WS-USE-RATIO
                   * WS-DIST-CNT (WS-AGE-SUB + WS-FCST-SUB)
                   / WS-REMAINING-CNT
               ADD WS-EXPECTED-AMT
                   TO WS-PY-FORECAST (WS-PAYER-SUB WS-FCST-SUB)
           END-PERFORM.
       5200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-WRITE-FORECAST -- ONE LINE PER PAYER, A TOTAL LINE, AND  *
      **   THE SAME FORECAST APPENDED TO PCDCFH FOR NEXT WEEK'S RUN.     *
      **----------------------------------------------------------------*
       6000-WRITE-FORECAST.
           CLOSE PCD-HIST-FILE
           OPEN EXTEND PCD-HIST-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE
           MOVE WS-PRIOR-RUN-DATE TO WS-H1-PRIOR-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3
           PERFORM 6100-WRITE-ONE-PAYER THRU 6100-EXIT
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
           PERFORM 6200-WRITE-TOTALS THRU 6200-EXIT.
       6000-EXIT.
           EXIT.
       6100-WRITE-ONE-PAYER.
           IF WS-PY-OPEN-CNT (WS-PAYER-SUB) = ZERO
              AND WS-PY-PRIOR-FCST (WS-PAYER-SUB) = ZERO
              AND WS-PY-ACTUAL (WS-PAYER-SUB) = ZERO
               GO TO 6100-EXIT
           END-IF
           MOVE ZERO TO WS-FOUR-WEEK-AMT
           MOVE SPACES TO WS-D-FORECAST-GRP
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > 4
               ADD WS-PY-FORECAST (WS-PAYER-SUB WS-FCST-SUB)
                   TO WS-FOUR-WEEK-AMT
                      WS-GT-FORECAST (WS-FCST-SUB)
               MOVE WS-PY-FORECAST (WS-PAYER-SUB WS-FCST-SUB)
                   TO WS-D-FCST-AMT (WS-FCST-SUB)
           END-PERFORM
           ADD WS-FOUR-WEEK-AMT                 TO WS-GT-FOUR-WEEK
           ADD WS-PY-OPEN-CNT   (WS-PAYER-SUB)  TO WS-GT-OPEN-CNT
           ADD WS-PY-OPEN-TOTAL (WS-PAYER-SUB)  TO WS-GT-OPEN-TOTAL
           ADD WS-PY-PRIOR-FCST (WS-PAYER-SUB)  TO WS-GT-PRIOR-FCST
           ADD WS-PY-ACTUAL     (WS-PAYER-SUB)  TO WS-GT-ACTUAL
           ADD WS-PY-STALE-CHRG (WS-PAYER-SUB)  TO WS-GT-STALE-CHRG
           MOVE WS-PY-PAYOR-ID   (WS-PAYER-SUB) TO WS-D-PAYOR-ID
           MOVE WS-PY-OPEN-CNT   (WS-PAYER-SUB) TO WS-D-OPEN-CLAIMS
           MOVE WS-PY-OPEN-TOTAL (WS-PAYER-SUB) TO WS-D-OPEN-CHARGES
           MOVE WS-PY-RATIO      (WS-PAYER-SUB) TO WS-D-RATIO
           MOVE WS-PY-BASIS      (WS-PAYER-SUB) TO WS-D-BASIS
           MOVE WS-FOUR-WEEK-AMT                TO WS-D-FOUR-WEEK
           MOVE WS-PY-PRIOR-FCST (WS-PAYER-SUB) TO WS-D-PRIOR-FCST
           MOVE WS-PY-ACTUAL     (WS-PAYER-SUB) TO WS-D-ACTUAL
           MOVE WS-PY-PRIOR-FCST (WS-PAYER-SUB) TO WS-VAR-FORECAST
           MOVE WS-PY-ACTUAL     (WS-PAYER-SUB) TO WS-VAR-ACTUAL
           PERFORM 6300-SET-VARIANCE THRU 6300-EXIT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO WS-HIST-REC
           MOVE WS-RUN-DATE                     TO WS-H-RUN-DATE
           MOVE WS-PY-PAYOR-ID   (WS-PAYER-SUB) TO WS-H-PAYOR-ID
           MOVE WS-PY-OPEN-CNT   (WS-PAYER-SUB) TO WS-H-OPEN-CLAIMS
           MOVE WS-PY-OPEN-TOTAL (WS-PAYER-SUB) TO WS-H-OPEN-CHARGES
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > 4
               MOVE WS-PY-FORECAST (WS-PAYER-SUB WS-FCST-SUB)
                   TO WS-H-FORECAST (WS-FCST-SUB)
           END-PERFORM
           MOVE WS-HIST-REC TO FD-HIST-REC
           WRITE FD-HIST-REC.
       6100-EXIT.
           EXIT.
       6200-WRITE-TOTALS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE SPACES TO WS-D-FORECAST-GRP
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > 4
               MOVE WS-GT-FORECAST (WS-FCST-SUB)
                   TO WS-D-FCST-AMT (WS-FCST-SUB)
           END-PERFORM
           MOVE 'TOTAL'           TO WS-D-PAYOR-ID
           MOVE WS-GT-OPEN-CNT    TO WS-D-OPEN-CLAIMS
           MOVE WS-GT-OPEN-TOTAL  TO WS-D-OPEN-CHARGES
           MOVE ZERO              TO WS-D-RATIO
           MOVE SPACES            TO WS-D-BASIS
           MOVE WS-GT-FOUR-WEEK   TO WS-D-FOUR-WEEK
           MOVE WS-GT-PRIOR-FCST  TO WS-D-PRIOR-FCST
           MOVE WS-GT-ACTUAL      TO WS-D-ACTUAL
           MOVE WS-GT-PRIOR-FCST  TO WS-VAR-FORECAST
           MOVE WS-GT-ACTUAL      TO WS-VAR-ACTUAL
           PERFORM 6300-SET-VARIANCE THRU 6300-EXIT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  OPEN AR OVER 25 WEEKS, NOT FORECAST' TO WS-T-LABEL
           MOVE WS-GT-STALE-CHRG                       TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  LAST WEEK ACTUAL LESS FORECAST . . .' TO WS-T-LABEL
           COMPUTE WS-T-AMOUNT = WS-GT-ACTUAL - WS-GT-PRIOR-FCST
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       6200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6300-SET-VARIANCE -- LAST WEEK'S ACTUAL AGAINST ITS FORECAST  *
      **   AS A PERCENT OF THE FORECAST, HELD TO 999.  BLANK WHEN THERE  *
      **   WAS NO FORECAST LAST WEEK.                                    *
      **----------------------------------------------------------------*
       6300-SET-VARIANCE.
           IF WS-VAR-FORECAST NOT > ZERO
               MOVE SPACES TO WS-D-VARIANCE-PCT-X
                              WS-D-PCT-SIGN
               GO TO 6300-EXIT
           END-IF
           COMPUTE WS-VARIANCE-PCT ROUNDED
               = ((WS-VAR-ACTUAL - WS-VAR-FORECAST) * 100)
               / WS-VAR-FORECAST
               ON SIZE ERROR
                   MOVE 999 TO WS-VARIANCE-PCT
           END-COMPUTE
           IF WS-VARIANCE-PCT > 999
               MOVE 999 TO WS-VARIANCE-PCT
           END-IF
           MOVE WS-VARIANCE-PCT TO WS-D-VARIANCE-PCT
           MOVE '%'             TO WS-D-PCT-SIGN.
       6300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-POST-FILE
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-HIST-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD184 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD184 - PAID CLAIMS (HISTORY):   ' WS-PAID-CLAIMS
           DISPLAY 'PCD184 - CASH POSTED, NOT OPEN:   ' WS-POSTED-CLAIMS
           DISPLAY 'PCD184 - OPEN CLAIMS FORECAST:    ' WS-OPEN-CLAIMS
           DISPLAY 'PCD184 - STALE OPEN CLAIMS:       ' WS-STALE-CLAIMS
           DISPLAY 'PCD184 - PAYERS:                  ' WS-PAYER-COUNT.
       9000-EXIT.
           EXIT.
