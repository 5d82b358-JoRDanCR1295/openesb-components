      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD227           SYSTEM: PCDS                     *
      **    HPSA BONUS RECONCILIATION BY PROVIDER                      *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  QUARTERLY, FOR THE *
      **                          SERVICE QUARTER ON THE PCDHPSCD CARD *
      **                          (DEFAULT THE PRIOR QUARTER).  TOTALS *
      **                          BY BILLING PROVIDER TAX ID THE       *
      **                          MEDICARE KS PAYMENTS ON LINES WHOSE  *
      **                          HPSA FACILITY ZIP IS ON PCDHPSZ FOR  *
      **                          THE QUARTER (OR WHICH CARRY AQ),     *
      **                          TAKES 10% AS THE EXPECTED BONUS, AND *
      **                          SETS IT AGAINST THE HPSA BONUS PLB   *
      **                          ADJUSTMENTS PCD104 FILED ON PCDRCPM  *
      **                          IN THE FOLLOWING QUARTER.            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD227.
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
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDHPSCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLAIM-FILE   ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HPSZ-MASTER  ASSIGN TO PCDHPSZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-HPSZ-KEY
               FILE STATUS IS WS-HPSZ-FILE-STATUS.
           SELECT PCD-RCPM-MASTER  ASSIGN TO PCDRCPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RCPM-KEY
               FILE STATUS IS WS-RCPM-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDHPSRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-QUARTER        PIC X(006).
           05  FD-CARD-QUARTER-R REDEFINES FD-CARD-QUARTER.
               10  FD-CARD-CCYY       PIC 9(004).
               10  FD-CARD-Q          PIC X(001).
               10  FD-CARD-QTR        PIC 9(001).
           05  FILLER                 PIC X(074).
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-HPSZ-MASTER.
       COPY PCDHPSZ.
       FD  PCD-RCPM-MASTER.
       COPY PCDRCPM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
      **----------------------------------------------------------------*
      **   CMS PAYS THE HPSA BONUS QUARTERLY AS A PROVIDER-LEVEL (PLB)   *
      **   ADJUSTMENT WITH THIS REASON CODE; PCD104 FILES IT ON PCDRCPM  *
      **   LIKE ANY OTHER PLB, AS A NEGATIVE (PAID-TO-US) AMOUNT.        *
      **----------------------------------------------------------------*
       77  WS-HPSA-PLB-REASON          PIC X(002)  VALUE 'BN'.
       77  WS-BONUS-PERCENT            PIC V99     VALUE .10.
       77  WS-TOLERANCE                PIC 9(003)V99 VALUE 1.00.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RCPM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-RCPM-END-OF-FILE                 VALUE 'Y'.
       77  WS-HPSZ-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HPSZ-FOUND                       VALUE '00'.
       77  WS-RCPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-FIRST-D0-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-FIRST-D0-SEEN                    VALUE 'Y'.
       77  WS-MEDICARE-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MEDICARE-CLAIM                   VALUE 'Y'.
       77  WS-LINE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-LINE-IN-QUARTER                  VALUE 'Y'.
       77  WS-ELIGIBLE-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-LINE-ELIGIBLE                    VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-REPORT-QUARTER           PIC X(006)  VALUE SPACES.
       77  WS-RPT-CCYY                 PIC 9(004)  VALUE ZERO.
       77  WS-RPT-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-PAY-CCYY                 PIC 9(004)  VALUE ZERO.
       77  WS-PAY-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-SVC-FROM                 PIC 9(008)  VALUE ZERO.
       77  WS-SVC-THRU                 PIC 9(008)  VALUE ZERO.
       77  WS-PAY-FROM                 PIC 9(008)  VALUE ZERO.
       77  WS-PAY-THRU                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-PAID                PIC S9(007)V99 COMP-3
                                                   VALUE ZERO.
       77  WS-CURRENT-TAX-ID           PIC X(009)  VALUE SPACES.
       77  WS-LOOKUP-TAX-ID            PIC X(009)  VALUE SPACES.
       77  WS-DIFFERENCE               PIC S9(009)V99 COMP-3
                                                   VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PROV-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PROV-SLOT                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PROV-COUNT               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ELIGIBLE-LINES           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-DESIGNATED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BONUS-ROWS               PIC 9(007)  COMP  VALUE ZERO.
       01  WS-LINE-MODIFIERS.
           05  WS-LINE-MODIFIER        PIC X(002)  OCCURS 4 TIMES.
      **----------------------------------------------------------------*
      **   BY BILLING PROVIDER TAX ID -- THE SAME ID THE PAYER PUTS ON   *
      **   THE PLB SEGMENT.                                              *
      **----------------------------------------------------------------*
       01  WS-PROVIDER-TABLE.
           05  WS-PROV-ENTRY OCCURS 500 TIMES.
               10  WS-PROV-TAX-ID      PIC X(009).
               10  WS-PROV-LINES       PIC 9(007)  COMP.
               10  WS-PROV-PAID        PIC S9(009)V99 COMP-3.
               10  WS-PROV-EXPECTED    PIC S9(009)V99 COMP-3.
               10  WS-PROV-RECEIVED    PIC S9(009)V99 COMP-3.
       01  WS-TOTAL-ENTRY.
           05  WS-TOT-LINES            PIC 9(007)  COMP  VALUE ZERO.
           05  WS-TOT-PAID             PIC S9(011)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-EXPECTED         PIC S9(011)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-RECEIVED         PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD227 - HPSA BONUS RECONCILIATION BY PROVIDER'.
           05  FILLER                  PIC X(017)  VALUE
               ' SERVICE QUARTER '.
           05  WS-H1-QUARTER           PIC X(006).
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(041)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' PROVIDER       LINES    MEDICARE PAID   EXPECTED '.
           05  FILLER                  PIC X(050)  VALUE
               'BONUS   BONUS RECEIVED       DIFFERENCE   STATUS  '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-TAX-ID             PIC X(009).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-LINES              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-PAID               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-EXPECTED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-RECEIVED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-DIFFERENCE         PIC ---,---,--9.99.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-STATUS             PIC X(014).
           05  FILLER                  PIC X(026)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2900-FINISH-LINE     THRU 2900-EXIT
           PERFORM 3000-READ-BONUS-ROW  THRU 3000-EXIT
               UNTIL WS-RCPM-END-OF-FILE
           PERFORM 4000-PRINT-REPORT    THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE CARD NAMES THE SERVICE QUARTER         *
      **   (CCYYQN); BLANK OR MISSING MEANS THE QUARTER BEFORE THE RUN   *
      **   DATE.  CMS PAYS A QUARTER'S BONUS IN THE QUARTER AFTER IT,    *
      **   SO THAT IS WHERE THE REMITTANCES ARE LOOKED FOR.              *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-CCYY IS NUMERIC
           AND FD-CARD-Q = 'Q'
           AND FD-CARD-QTR IS NUMERIC
           AND FD-CARD-QTR > ZERO
           AND FD-CARD-QTR < 5
               MOVE FD-CARD-CCYY TO WS-RPT-CCYY
               MOVE FD-CARD-QTR  TO WS-RPT-QTR
           ELSE
               COMPUTE WS-RPT-CCYY  = WS-RUN-DATE / 10000
               COMPUTE WS-RUN-MONTH = (WS-RUN-DATE / 100)
                                    - (WS-RPT-CCYY * 100)
               COMPUTE WS-RPT-QTR = ((WS-RUN-MONTH - 1) / 3) + 1
               IF WS-RPT-QTR = 1
                   SUBTRACT 1 FROM WS-RPT-CCYY
                   MOVE 4 TO WS-RPT-QTR
               ELSE
                   SUBTRACT 1 FROM WS-RPT-QTR
               END-IF
           END-IF
           STRING WS-RPT-CCYY DELIMITED BY SIZE
                  'Q'         DELIMITED BY SIZE
                  WS-RPT-QTR  DELIMITED BY SIZE
               INTO WS-REPORT-QUARTER
           END-STRING
           COMPUTE WS-SVC-FROM = (WS-RPT-CCYY * 10000)
                               + (((WS-RPT-QTR * 3) - 2) * 100) + 1
           COMPUTE WS-SVC-THRU = (WS-RPT-CCYY * 10000)
                               + ((WS-RPT-QTR * 3) * 100) + 31
           IF WS-RPT-QTR = 4
               COMPUTE WS-PAY-CCYY = WS-RPT-CCYY + 1
               MOVE 1 TO WS-PAY-QTR
           ELSE
               MOVE WS-RPT-CCYY TO WS-PAY-CCYY
               COMPUTE WS-PAY-QTR = WS-RPT-QTR + 1
           END-IF
           COMPUTE WS-PAY-FROM = (WS-PAY-CCYY * 10000)
                               + (((WS-PAY-QTR * 3) - 2) * 100) + 1
           COMPUTE WS-PAY-THRU = (WS-PAY-CCYY * 10000)
                               + ((WS-PAY-QTR * 3) * 100) + 31
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-HPSZ-MASTER
           OPEN INPUT  PCD-RCPM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
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
      **   2000-PROCESS-RECORDS -- A LINE'S FB (HPSA FACILITY) AND KS    *
      **   (PAYMENT) FOLLOW ITS F0; THE LINE IS SETTLED WHEN THE NEXT    *
      **   LINE, CLAIM OR BATCH STARTS.                                  *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2900-FINISH-LINE THRU 2900-EXIT
                   MOVE 'N' TO WS-CLAIM-SWITCH
               WHEN B0-REC
                   PERFORM 2900-FINISH-LINE THRU 2900-EXIT
                   MOVE 'N' TO WS-CLAIM-SWITCH
                   MOVE B0-FEDERAL-TAX-NUM-X TO WS-CURRENT-TAX-ID
               WHEN C0-REC
                   PERFORM 2900-FINISH-LINE THRU 2900-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-OPEN TO TRUE
                   MOVE 'N' TO WS-FIRST-D0-SWITCH
                               WS-MEDICARE-SWITCH
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND NOT WS-FIRST-D0-SEEN
                       SET WS-FIRST-D0-SEEN TO TRUE
                       IF D0-MEDICARE
                        OR D0-MEDICARE-B
                        OR D0-MEDICARE-PRIME
                           SET WS-MEDICARE-CLAIM TO TRUE
                       END-IF
                   END-IF
               WHEN F0-REC
                   PERFORM 2900-FINISH-LINE THRU 2900-EXIT
                   PERFORM 2100-START-LINE  THRU 2100-EXIT
               WHEN FB-REC
                   IF WS-LINE-IN-QUARTER
                      AND FB-HPSA-FAC-ZIP NOT = SPACES
                       PERFORM 2200-CHECK-ELIGIBLE THRU 2200-EXIT
                   END-IF
               WHEN KS-REC
                   IF WS-LINE-IN-QUARTER
                      AND KS-SVC-LN-PD-AMT-X IS NUMERIC
                       ADD KS-SVC-LN-PD-AMT TO WS-LINE-PAID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-START-LINE.
           MOVE 'N'    TO WS-LINE-SWITCH
                          WS-ELIGIBLE-SWITCH
           MOVE ZERO   TO WS-LINE-PAID
           IF NOT WS-CLAIM-OPEN
            OR NOT WS-MEDICARE-CLAIM
            OR F0-FROM-DATE-X NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE F0-FROM-DATE-X TO WS-LINE-DOS
           IF WS-LINE-DOS < WS-SVC-FROM
            OR WS-LINE-DOS > WS-SVC-THRU
               GO TO 2100-EXIT
           END-IF
           SET WS-LINE-IN-QUARTER TO TRUE
           MOVE F0-PROC-CODE-MODIFIERS TO WS-LINE-MODIFIERS.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-CHECK-ELIGIBLE -- THE SAME TEST AS THE PCD226 EDIT: THE  *
      **   FACILITY ZIP ON THE QUARTER'S HPSA FILE, OR THE AQ MODIFIER.  *
      **----------------------------------------------------------------*
       2200-CHECK-ELIGIBLE.
           MOVE FB-HPSA-FAC-ZIP (1:5) TO PCD-HPSZ-ZIP5
           MOVE WS-REPORT-QUARTER     TO PCD-HPSZ-QUARTER
           READ PCD-HPSZ-MASTER
               INVALID KEY
                   MOVE '23' TO WS-HPSZ-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-HPSZ-FILE-STATUS
           END-READ
           IF WS-HPSZ-FOUND
               SET WS-LINE-ELIGIBLE TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
               IF WS-LINE-MODIFIER (WS-MOD-SUB) = 'AQ'
                   SET WS-LINE-ELIGIBLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINE-ELIGIBLE
               ADD 1 TO WS-NOT-DESIGNATED
           END-IF.
       2200-EXIT.
           EXIT.
       2900-FINISH-LINE.
           IF NOT WS-LINE-ELIGIBLE
            OR WS-LINE-PAID NOT > ZERO
               MOVE 'N' TO WS-LINE-SWITCH
                           WS-ELIGIBLE-SWITCH
               GO TO 2900-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-SWITCH
                       WS-ELIGIBLE-SWITCH
           ADD 1 TO WS-ELIGIBLE-LINES
           MOVE WS-CURRENT-TAX-ID TO WS-LOOKUP-TAX-ID
           PERFORM 2950-FIND-PROVIDER THRU 2950-EXIT
           ADD 1            TO WS-PROV-LINES (WS-PROV-SLOT)
           ADD WS-LINE-PAID TO WS-PROV-PAID  (WS-PROV-SLOT).
       2900-EXIT.
           EXIT.
       2950-FIND-PROVIDER.
           MOVE ZERO TO WS-PROV-SLOT
           PERFORM VARYING WS-PROV-SUB FROM 1 BY 1
                   UNTIL WS-PROV-SUB > WS-PROV-COUNT
                      OR WS-PROV-SLOT > ZERO
               IF WS-PROV-TAX-ID (WS-PROV-SUB) = WS-LOOKUP-TAX-ID
                   MOVE WS-PROV-SUB TO WS-PROV-SLOT
               END-IF
           END-PERFORM
           IF WS-PROV-SLOT = ZERO
               IF WS-PROV-COUNT = 500
                   DISPLAY 'PCD227 - PROVIDER TABLE FULL AT 500 - '
                       'RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROV-COUNT
               MOVE WS-PROV-COUNT    TO WS-PROV-SLOT
               MOVE WS-LOOKUP-TAX-ID TO WS-PROV-TAX-ID (WS-PROV-SLOT)
               MOVE ZERO TO WS-PROV-LINES    (WS-PROV-SLOT)
                            WS-PROV-PAID     (WS-PROV-SLOT)
                            WS-PROV-EXPECTED (WS-PROV-SLOT)
                            WS-PROV-RECEIVED (WS-PROV-SLOT)
           END-IF.
       2950-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-READ-BONUS-ROW -- HPSA BONUS ADJUSTMENTS POSTED IN THE   *
      **   PAYMENT QUARTER.  THE PLB AMOUNT IS NEGATIVE WHEN THE PAYER   *
      **   IS PAYING US, SO ITS SIGN IS TURNED FOR THE REPORT.           *
      **----------------------------------------------------------------*
       3000-READ-BONUS-ROW.
           READ PCD-RCPM-MASTER NEXT RECORD
               AT END
                   SET WS-RCPM-END-OF-FILE TO TRUE
           END-READ
           IF WS-RCPM-END-OF-FILE
               GO TO 3000-EXIT
           END-IF
           IF PCD-RCPM-REASON-CODE NOT = WS-HPSA-PLB-REASON
            OR PCD-RCPM-OPEN-DATE < WS-PAY-FROM
            OR PCD-RCPM-OPEN-DATE > WS-PAY-THRU
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-BONUS-ROWS
           MOVE PCD-RCPM-PROV-TAX-ID TO WS-LOOKUP-TAX-ID
           PERFORM 2950-FIND-PROVIDER THRU 2950-EXIT
           SUBTRACT PCD-RCPM-ORIG-AMT
               FROM WS-PROV-RECEIVED (WS-PROV-SLOT).
       3000-EXIT.
           EXIT.
       4000-PRINT-REPORT.
           MOVE WS-REPORT-QUARTER TO WS-H1-QUARTER
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 4100-PRINT-ONE-PROVIDER THRU 4100-EXIT
               VARYING WS-PROV-SUB FROM 1 BY 1
               UNTIL WS-PROV-SUB > WS-PROV-COUNT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'TOTAL'          TO WS-D-TAX-ID
           MOVE WS-TOT-LINES     TO WS-D-LINES
           MOVE WS-TOT-PAID      TO WS-D-PAID
           MOVE WS-TOT-EXPECTED  TO WS-D-EXPECTED
           MOVE WS-TOT-RECEIVED  TO WS-D-RECEIVED
           COMPUTE WS-D-DIFFERENCE = WS-TOT-RECEIVED - WS-TOT-EXPECTED
           MOVE SPACES           TO WS-D-STATUS
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4100-PRINT-ONE-PROVIDER -- EXPECTED IS 10% OF WHAT MEDICARE   *
      **   PAID ON THE ELIGIBLE LINES; A DIFFERENCE WITHIN THE           *
      **   TOLERANCE IS ROUNDING ON THE PAYER'S SIDE.                    *
      **----------------------------------------------------------------*
       4100-PRINT-ONE-PROVIDER.
           COMPUTE WS-PROV-EXPECTED (WS-PROV-SUB) ROUNDED
               = WS-PROV-PAID (WS-PROV-SUB) * WS-BONUS-PERCENT
           COMPUTE WS-DIFFERENCE = WS-PROV-RECEIVED (WS-PROV-SUB)
                                 - WS-PROV-EXPECTED (WS-PROV-SUB)
           EVALUATE TRUE
               WHEN WS-PROV-RECEIVED (WS-PROV-SUB) = ZERO
                   MOVE 'NOT RECEIVED'   TO WS-D-STATUS
               WHEN WS-PROV-EXPECTED (WS-PROV-SUB) = ZERO
                   MOVE 'NO ELIGIBLE LN' TO WS-D-STATUS
               WHEN WS-DIFFERENCE < ZERO - WS-TOLERANCE
                   MOVE 'UNDERPAID'      TO WS-D-STATUS
               WHEN WS-DIFFERENCE > WS-TOLERANCE
                   MOVE 'OVERPAID'       TO WS-D-STATUS
               WHEN OTHER
                   MOVE 'RECEIVED'       TO WS-D-STATUS
           END-EVALUATE
           MOVE WS-PROV-TAX-ID   (WS-PROV-SUB) TO WS-D-TAX-ID
           MOVE WS-PROV-LINES    (WS-PROV-SUB) TO WS-D-LINES
           MOVE WS-PROV-PAID     (WS-PROV-SUB) TO WS-D-PAID
           MOVE WS-PROV-EXPECTED (WS-PROV-SUB) TO WS-D-EXPECTED
           MOVE WS-PROV-RECEIVED (WS-PROV-SUB) TO WS-D-RECEIVED
           MOVE WS-DIFFERENCE                  TO WS-D-DIFFERENCE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD WS-PROV-LINES    (WS-PROV-SUB) TO WS-TOT-LINES
           ADD WS-PROV-PAID     (WS-PROV-SUB) TO WS-TOT-PAID
           ADD WS-PROV-EXPECTED (WS-PROV-SUB) TO WS-TOT-EXPECTED
           ADD WS-PROV-RECEIVED (WS-PROV-SUB) TO WS-TOT-RECEIVED.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-HPSZ-MASTER
           CLOSE PCD-RCPM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD227 - SERVICE QUARTER:         '
               WS-REPORT-QUARTER
           DISPLAY 'PCD227 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD227 - ELIGIBLE PAID LINES:     '
               WS-ELIGIBLE-LINES
           DISPLAY 'PCD227 - HPSA CLAIMED, NOT ON FILE:'
               WS-NOT-DESIGNATED
           DISPLAY 'PCD227 - BONUS PLB ROWS:          ' WS-BONUS-ROWS
           DISPLAY 'PCD227 - PROVIDERS REPORTED:      ' WS-PROV-COUNT.
       9000-EXIT.
           EXIT.
