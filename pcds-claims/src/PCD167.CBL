      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD167              SYSTEM: PCDS                 *
      **    EXPECTED-REIMBURSEMENT PRICER AND UNDERPAYMENT WORKLIST   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AFTER PCD084  *
      **                          AGAINST THE SAME CLAIM STREAM.  EACH *
      **                          F2 LINE THAT PCD084 HAS POSTED (ITS  *
      **                          ICN/LINE IS ON PCDPSTH) IS PRICED    *
      **                          AT THE CONTRACT IN FORCE ON ITS      *
      **                          SERVICE DATE: THE LATEST PCDNEGV     *
      **                          VERSION FOR THE CLAIM'S PAYER AND    *
      **                          PROCEDURE (FALLING BACK TO THE       *
      **                          CURRENT PCDNEGRT RATE), USING THE    *
      **                          VERSION'S PRICING METHOD -- FIXED    *
      **                          RATE TIMES UNITS, PERCENT OF BILLED  *
      **                          CHARGE, OR PERCENT OF THE MEDICARE   *
      **                          FEE SCHEDULE BUILT FROM THE PCD166   *
      **                          RVU/GPCI MASTERS FOR THE CONTRACT'S  *
      **                          LOCALITY.  THE EXPECTED AMOUNT IS    *
      **                          SET AGAINST THE 835 ALLOWED AMOUNT   *
      **                          (PAID IS ALLOWED LESS THE PATIENT'S  *
      **                          SHARE, SO ALLOWED IS THE FIGURE THE  *
      **                          CONTRACT GOVERNS).  A SHORTFALL OVER *
      **                          THE RATE'S TOLERANCE GOES TO THE     *
      **                          PCDUNDWK WORKLIST, BY PAYER AND      *
      **                          LARGEST DOLLARS AT STAKE FIRST,      *
      **                          WITH PAYER SUBTOTALS.                *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD167.
       AUTHOR.        TPO CONTRACT MANAGEMENT UNIT.
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
           SELECT PCD-835-FILE    ASSIGN TO PCD835RM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-835-KEY
               FILE STATUS IS WS-835-FILE-STATUS.
           SELECT PCD-PSTH-MASTER ASSIGN TO PCDPSTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PSTH-KEY
               FILE STATUS IS WS-PSTH-FILE-STATUS.
           SELECT PCD-NEGR-FILE   ASSIGN TO PCDNEGRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NEGR-KEY
               FILE STATUS IS WS-NEGR-FILE-STATUS.
           SELECT PCD-NEGV-MASTER ASSIGN TO PCDNEGV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-NEGV-KEY
               FILE STATUS IS WS-NEGV-FILE-STATUS.
           SELECT PCD-MRVU-MASTER ASSIGN TO PCDMRVU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MRVU-KEY
               FILE STATUS IS WS-MRVU-FILE-STATUS.
           SELECT PCD-MGPC-MASTER ASSIGN TO PCDMGPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MGPC-KEY
               FILE STATUS IS WS-MGPC-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDUNDWK
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-835-FILE.
       COPY PCD835R.
       FD  PCD-PSTH-MASTER.
       COPY PCDPSTH.
       FD  PCD-NEGR-FILE.
       COPY PCDNEGR.
       FD  PCD-NEGV-MASTER.
       COPY PCDNEGV.
       FD  PCD-MRVU-MASTER.
       COPY PCDMRVU.
       FD  PCD-MGPC-MASTER.
       COPY PCDMGPC.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-PAYOR-ID            PIC X(005).
           05  SD-SHORTFALL           PIC 9(009)V99.
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-ICN                 PIC X(017).
           05  SD-LINE-SEQ            PIC 9(002).
           05  SD-PROC-CODE           PIC X(005).
           05  SD-SERVICE-DATE        PIC 9(008).
           05  SD-PRICE-METHOD        PIC X(001).
           05  SD-EXPECTED            PIC 9(009)V99.
           05  SD-ALLOWED             PIC S9(006)V99.
           05  SD-PAID                PIC S9(006)V99.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-835-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-835-FOUND                        VALUE '00'.
       77  WS-PSTH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PSTH-FOUND                       VALUE '00'.
       77  WS-NEGR-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NEGR-FOUND                       VALUE '00'.
       77  WS-NEGV-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-MRVU-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-MRVU-FOUND                       VALUE '00'.
       77  WS-MGPC-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-MGPC-FOUND                       VALUE '00'.
       77  WS-NEGV-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-NEGV-BROWSE-DONE                 VALUE 'Y'.
       77  WS-VERSION-FOUND-SW         PIC X(001)  VALUE 'N'.
           88  WS-VERSION-FOUND                    VALUE 'Y'.
       77  WS-PRICED-SW                PIC X(001)  VALUE 'N'.
           88  WS-LINE-PRICED                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CURRENT-PLACE            PIC X(002)  VALUE SPACES.
       77  WS-SERVICE-DATE             PIC 9(008)  VALUE ZERO.
       77  WS-SERVICE-YEAR             PIC 9(004)  VALUE ZERO.
       77  WS-SERVICE-UNITS            PIC 9(003)  VALUE ZERO.
       77  WS-PRICE-METHOD             PIC X(001)  VALUE SPACES.
           88  WS-FIXED-RATE                       VALUES SPACE 'F'.
           88  WS-PCT-OF-CHARGE                    VALUE 'C'.
           88  WS-PCT-OF-MEDICARE                  VALUE 'M'.
       77  WS-RATE-AMT                 PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-TOLERANCE-AMT            PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-PRICE-PCT                PIC S9(003)V99 COMP-3 VALUE ZERO.
       77  WS-MCR-LOCALITY             PIC X(007)  VALUE SPACES.
       77  WS-WORK-GPCI                PIC 9(001)V999 VALUE ZERO.
       77  WS-PE-GPCI                  PIC 9(001)V999 VALUE ZERO.
       77  WS-MP-GPCI                  PIC 9(001)V999 VALUE ZERO.
       77  WS-PE-RVU                   PIC 9(003)V99 VALUE ZERO.
       77  WS-MCR-UNIT-AMT             PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-EXPECTED-AMT             PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-SHORTFALL-AMT            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-F2-LINES-SEEN            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-POSTED-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-CONTRACT-COUNT        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-MCR-PRICE-COUNT       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-PRICED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-UNDERPAID-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAYER-LINES              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAYER-SHORTFALL          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-SHORTFALL          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-PREV-PAYOR-ID            PIC X(005)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   PLACES OF SERVICE PRICED AT THE MEDICARE FACILITY PRACTICE-   *
      **   EXPENSE RVU; EVERY OTHER PLACE TAKES THE NON-FACILITY RVU.    *
      **----------------------------------------------------------------*
       01  WS-FACILITY-CONSTANTS.
           05  FILLER  PIC X(002) VALUE '19'.
           05  FILLER  PIC X(002) VALUE '21'.
           05  FILLER  PIC X(002) VALUE '22'.
           05  FILLER  PIC X(002) VALUE '23'.
           05  FILLER  PIC X(002) VALUE '24'.
           05  FILLER  PIC X(002) VALUE '26'.
           05  FILLER  PIC X(002) VALUE '31'.
           05  FILLER  PIC X(002) VALUE '34'.
           05  FILLER  PIC X(002) VALUE '41'.
           05  FILLER  PIC X(002) VALUE '42'.
           05  FILLER  PIC X(002) VALUE '51'.
           05  FILLER  PIC X(002) VALUE '52'.
           05  FILLER  PIC X(002) VALUE '53'.
           05  FILLER  PIC X(002) VALUE '56'.
           05  FILLER  PIC X(002) VALUE '61'.
       01  WS-FACILITY-TABLE REDEFINES WS-FACILITY-CONSTANTS.
           05  WS-FACILITY-PLACE       PIC X(002) OCCURS 15 TIMES
                   INDEXED BY WS-FAC-INX.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD167 - PAYER UNDERPAYMENT WORKLIST              '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'PAYER  PATIENT CNTL NO   ICN               LN PROC'.
           05  FILLER                  PIC X(050)  VALUE
               '  DOS      M     EXPECTED      ALLOWED          PA'.
           05  FILLER                  PIC X(032)  VALUE
               'ID     SHORTFALL                '.
       01  WS-REPORT-DETAIL.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-ICN                PIC X(017).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-LINE-SEQ           PIC 9(002).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PROC-CODE          PIC X(005).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-SERVICE-DATE       PIC 9(008).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PRICE-METHOD       PIC X(001).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-EXPECTED           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-ALLOWED            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PAID               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-SHORTFALL          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(016)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(013).
           05  WS-T-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  FILLER                  PIC X(006)  VALUE 'LINES '.
           05  WS-T-LINES              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  FILLER                  PIC X(017)  VALUE
               'DOLLARS AT STAKE '.
           05  WS-T-SHORTFALL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(057)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-835-FILE
           OPEN INPUT  PCD-PSTH-MASTER
           OPEN INPUT  PCD-NEGR-FILE
           OPEN INPUT  PCD-NEGV-MASTER
           OPEN INPUT  PCD-MRVU-MASTER
           OPEN INPUT  PCD-MGPC-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SD-PAYOR-ID
               ON DESCENDING KEY SD-SHORTFALL
               INPUT PROCEDURE  2000-PRICE-POSTED-LINES THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-WORKLIST     THRU 4000-EXIT
           CLOSE PCD-835-FILE
           CLOSE PCD-PSTH-MASTER
           CLOSE PCD-NEGR-FILE
           CLOSE PCD-NEGV-MASTER
           CLOSE PCD-MRVU-MASTER
           CLOSE PCD-MGPC-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD167 - F2 LINES SEEN:           ' WS-F2-LINES-SEEN
           DISPLAY 'PCD167 - NOT YET POSTED:          '
               WS-NOT-POSTED-COUNT
           DISPLAY 'PCD167 - NO CONTRACT RATE:        '
               WS-NO-CONTRACT-COUNT
           DISPLAY 'PCD167 - NO MEDICARE FEE PRICE:   '
               WS-NO-MCR-PRICE-COUNT
           DISPLAY 'PCD167 - LINES PRICED:            ' WS-LINES-PRICED
           DISPLAY 'PCD167 - UNDERPAID LINES LISTED:  '
               WS-UNDERPAID-COUNT
           DISPLAY 'PCD167 - DOLLARS AT STAKE:        '
               WS-TOTAL-SHORTFALL
           STOP RUN.
      **----------------------------------------------------------------*
      **   2000-PRICE-POSTED-LINES -- SORT INPUT PROCEDURE.  ONE PASS   *
      **   OF THE CLAIM STREAM; EACH UNDERPAID LINE IS RELEASED.         *
      **----------------------------------------------------------------*
       2000-PRICE-POSTED-LINES.
           OPEN INPUT PCD-CLAIM-FILE
           PERFORM 2100-READ-CLAIM-FILE THRU 2100-EXIT
           PERFORM 2200-PROCESS-RECORD  THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-CLAIM-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN C0-REC
                   MOVE SPACES TO WS-CURRENT-PAYOR-ID
                                  WS-CURRENT-PLACE
               WHEN D0-REC
                   IF WS-CURRENT-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
                   END-IF
               WHEN F0-REC
                   MOVE F0-SERVICE-PLACE TO WS-CURRENT-PLACE
               WHEN F2-REC
                   PERFORM 3000-PRICE-ONE-LINE THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-CLAIM-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-PRICE-ONE-LINE -- ONLY LINES PCD084 POSTED ARE PRICED;   *
      **   THE 835 ROW GIVES THE ALLOWED AND PAID AMOUNTS.               *
      **----------------------------------------------------------------*
       3000-PRICE-ONE-LINE.
           ADD 1 TO WS-F2-LINES-SEEN
           MOVE F2-MEDICARE-INT-CNTL-NO TO PCD-PSTH-ICN
           MOVE F2-SEQ-NUM              TO PCD-PSTH-LINE-SEQ
           READ PCD-PSTH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PSTH-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PSTH-FILE-STATUS
           END-READ
           MOVE F2-MEDICARE-INT-CNTL-NO TO PCD-835-ICN
           MOVE F2-SEQ-NUM              TO PCD-835-LINE-SEQ
           READ PCD-835-FILE
               INVALID KEY
                   MOVE '23' TO WS-835-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-835-FILE-STATUS
           END-READ
           IF NOT WS-PSTH-FOUND
           OR NOT WS-835-FOUND
               ADD 1 TO WS-NOT-POSTED-COUNT
               GO TO 3000-EXIT
           END-IF
           IF F2-SERV-START-DATE-YY < 50
               COMPUTE WS-SERVICE-DATE = 20000000
                   + (F2-SERV-START-DATE-YY * 10000)
                   + (F2-SERV-START-DATE-MM * 100)
                   + F2-SERV-START-DATE-DD
           ELSE
               COMPUTE WS-SERVICE-DATE = 19000000
                   + (F2-SERV-START-DATE-YY * 10000)
                   + (F2-SERV-START-DATE-MM * 100)
                   + F2-SERV-START-DATE-DD
           END-IF
           MOVE F2-SERV-UNITS TO WS-SERVICE-UNITS
           IF WS-SERVICE-UNITS = ZERO
               MOVE 1 TO WS-SERVICE-UNITS
           END-IF
           PERFORM 3100-FIND-CONTRACT THRU 3100-EXIT
           IF NOT WS-LINE-PRICED
               ADD 1 TO WS-NO-CONTRACT-COUNT
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-PCT-OF-CHARGE
                   COMPUTE WS-EXPECTED-AMT ROUNDED
                       = F2-SUBMITTED-CHARGES * WS-PRICE-PCT / 100
               WHEN WS-PCT-OF-MEDICARE
                   PERFORM 3300-PRICE-MEDICARE THRU 3300-EXIT
                   IF NOT WS-LINE-PRICED
                       ADD 1 TO WS-NO-MCR-PRICE-COUNT
                       GO TO 3000-EXIT
                   END-IF
                   COMPUTE WS-EXPECTED-AMT ROUNDED
                       = WS-MCR-UNIT-AMT * WS-SERVICE-UNITS
                           * WS-PRICE-PCT / 100
               WHEN OTHER
                   COMPUTE WS-EXPECTED-AMT
                       = WS-RATE-AMT * WS-SERVICE-UNITS
           END-EVALUATE
           ADD 1 TO WS-LINES-PRICED
           COMPUTE WS-SHORTFALL-AMT
               = WS-EXPECTED-AMT - PCD-835-ALLOWED-AMT
           IF WS-SHORTFALL-AMT > WS-TOLERANCE-AMT
               PERFORM 3500-RELEASE-UNDERPAYMENT THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-FIND-CONTRACT -- SAME VERSION RULE AS PCD047: THE LAST   *
      **   PCDNEGV ROW EFFECTIVE ON OR BEFORE THE SERVICE DATE, ELSE     *
      **   THE CURRENT PCDNEGRT RATE AS A FIXED RATE.                    *
      **----------------------------------------------------------------*
       3100-FIND-CONTRACT.
           MOVE 'N' TO WS-PRICED-SW WS-VERSION-FOUND-SW
                       WS-NEGV-EOF-SWITCH
           MOVE WS-CURRENT-PAYOR-ID TO PCD-NEGV-PAYOR-ID
           MOVE F2-PROCEDURE-CODE   TO PCD-NEGV-PROC-CODE
           MOVE ZERO                TO PCD-NEGV-EFF-DATE
           START PCD-NEGV-MASTER KEY NOT < PCD-NEGV-KEY
               INVALID KEY
                   SET WS-NEGV-BROWSE-DONE TO TRUE
           END-START
           PERFORM 3110-BROWSE-ONE-VERSION THRU 3110-EXIT
               UNTIL WS-NEGV-BROWSE-DONE
           IF WS-VERSION-FOUND
               SET WS-LINE-PRICED TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CURRENT-PAYOR-ID TO PCD-NEGR-PAYOR-ID
           MOVE F2-PROCEDURE-CODE   TO PCD-NEGR-PROC-CODE
           READ PCD-NEGR-FILE
               INVALID KEY
                   MOVE '23' TO WS-NEGR-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-NEGR-FILE-STATUS
           END-READ
           IF WS-NEGR-FOUND
               SET WS-LINE-PRICED TO TRUE
               MOVE SPACES                 TO WS-PRICE-METHOD
               MOVE PCD-NEGR-RATE-AMT      TO WS-RATE-AMT
               MOVE PCD-NEGR-TOLERANCE-AMT TO WS-TOLERANCE-AMT
           END-IF.
       3100-EXIT.
           EXIT.
       3110-BROWSE-ONE-VERSION.
           READ PCD-NEGV-MASTER NEXT RECORD
               AT END
                   SET WS-NEGV-BROWSE-DONE TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF PCD-NEGV-PAYOR-ID NOT = WS-CURRENT-PAYOR-ID
            OR PCD-NEGV-PROC-CODE NOT = F2-PROCEDURE-CODE
            OR PCD-NEGV-EFF-DATE > WS-SERVICE-DATE
               SET WS-NEGV-BROWSE-DONE TO TRUE
               GO TO 3110-EXIT
           END-IF
           SET WS-VERSION-FOUND TO TRUE
           MOVE PCD-NEGV-PRICE-METHOD  TO WS-PRICE-METHOD
           MOVE PCD-NEGV-RATE-AMT      TO WS-RATE-AMT
           MOVE PCD-NEGV-TOLERANCE-AMT TO WS-TOLERANCE-AMT
           MOVE PCD-NEGV-MCR-LOCALITY  TO WS-MCR-LOCALITY
           MOVE ZERO                   TO WS-PRICE-PCT
           IF NOT PCD-NEGV-FIXED-RATE
               MOVE PCD-NEGV-PRICE-PCT TO WS-PRICE-PCT
           END-IF.
       3110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-PRICE-MEDICARE -- ONE UNIT AT THE MEDICARE FEE SCHEDULE  *
      **   FOR THE SERVICE YEAR: THE SUM OF EACH RVU TIMES ITS GPCI,     *
      **   TIMES THE CONVERSION FACTOR.  A 26 OR TC FIRST MODIFIER       *
      **   PRICES THE PROFESSIONAL OR TECHNICAL COMPONENT.  A CONTRACT   *
      **   WITH NO LOCALITY PRICES AT THE NATIONAL AMOUNT (GPCIS 1.000). *
      **----------------------------------------------------------------*
       3300-PRICE-MEDICARE.
           MOVE 'N' TO WS-PRICED-SW
           COMPUTE WS-SERVICE-YEAR = WS-SERVICE-DATE / 10000
           MOVE WS-SERVICE-YEAR   TO PCD-MRVU-MFS-YEAR
           MOVE F2-PROCEDURE-CODE TO PCD-MRVU-PROC-CODE
           MOVE SPACES            TO PCD-MRVU-MODIFIER
           IF F2-PROCEDURE-MOD-1 = '26' OR 'TC'
               MOVE F2-PROCEDURE-MOD-1 TO PCD-MRVU-MODIFIER
           END-IF
           READ PCD-MRVU-MASTER
               INVALID KEY
                   MOVE '23' TO WS-MRVU-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-MRVU-FILE-STATUS
           END-READ
           IF NOT WS-MRVU-FOUND
               GO TO 3300-EXIT
           END-IF
           MOVE 1 TO WS-WORK-GPCI WS-PE-GPCI WS-MP-GPCI
           IF WS-MCR-LOCALITY NOT = SPACES
               MOVE WS-SERVICE-YEAR TO PCD-MGPC-MFS-YEAR
               MOVE WS-MCR-LOCALITY TO PCD-MGPC-LOCALITY
               READ PCD-MGPC-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-MGPC-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-MGPC-FILE-STATUS
               END-READ
               IF NOT WS-MGPC-FOUND
                   GO TO 3300-EXIT
               END-IF
               MOVE PCD-MGPC-WORK-GPCI TO WS-WORK-GPCI
               MOVE PCD-MGPC-PE-GPCI   TO WS-PE-GPCI
               MOVE PCD-MGPC-MP-GPCI   TO WS-MP-GPCI
           END-IF
           MOVE PCD-MRVU-PE-RVU-NONFAC TO WS-PE-RVU
           SET WS-FAC-INX TO 1
           SEARCH WS-FACILITY-PLACE
               AT END
                   CONTINUE
               WHEN WS-FACILITY-PLACE (WS-FAC-INX) = WS-CURRENT-PLACE
                   MOVE PCD-MRVU-PE-RVU-FAC TO WS-PE-RVU
           END-SEARCH
           COMPUTE WS-MCR-UNIT-AMT ROUNDED
               = ((PCD-MRVU-WORK-RVU * WS-WORK-GPCI)
                + (WS-PE-RVU         * WS-PE-GPCI)
                + (PCD-MRVU-MP-RVU   * WS-MP-GPCI))
                * PCD-MRVU-CONV-FACTOR
           SET WS-LINE-PRICED TO TRUE.
       3300-EXIT.
           EXIT.
       3500-RELEASE-UNDERPAYMENT.
           MOVE WS-CURRENT-PAYOR-ID     TO SD-PAYOR-ID
           MOVE WS-SHORTFALL-AMT        TO SD-SHORTFALL
           MOVE F2-PATIENT-CONTROL-NO   TO SD-PAT-CNTL-NO
           MOVE F2-MEDICARE-INT-CNTL-NO TO SD-ICN
           MOVE F2-SEQ-NUM              TO SD-LINE-SEQ
           MOVE F2-PROCEDURE-CODE       TO SD-PROC-CODE
           MOVE WS-SERVICE-DATE         TO SD-SERVICE-DATE
           MOVE WS-PRICE-METHOD         TO SD-PRICE-METHOD
           IF SD-PRICE-METHOD = SPACE
               MOVE 'F' TO SD-PRICE-METHOD
           END-IF
           MOVE WS-EXPECTED-AMT         TO SD-EXPECTED
           MOVE PCD-835-ALLOWED-AMT     TO SD-ALLOWED
           MOVE PCD-835-PAID-AMT        TO SD-PAID
           RELEASE SD-SORT-REC
           ADD 1 TO WS-UNDERPAID-COUNT
           ADD WS-SHORTFALL-AMT TO WS-TOTAL-SHORTFALL.
       3500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-WORKLIST -- SORT OUTPUT PROCEDURE.  A SUBTOTAL     *
      **   LINE CLOSES EACH PAYER; THE GRAND TOTAL CLOSES THE REPORT.    *
      **----------------------------------------------------------------*
       4000-PRINT-WORKLIST.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PRINT-ONE-LINE THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF WS-PAYER-LINES > ZERO
               PERFORM 4300-PRINT-PAYER-TOTAL THRU 4300-EXIT
           END-IF
           MOVE 'GRAND TOTAL  '    TO WS-T-LABEL
           MOVE SPACES             TO WS-T-PAYOR-ID
           MOVE WS-UNDERPAID-COUNT TO WS-T-LINES
           MOVE WS-TOTAL-SHORTFALL TO WS-T-SHORTFALL
           MOVE WS-REPORT-TOTAL    TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PRINT-ONE-LINE.
           IF SD-PAYOR-ID NOT = WS-PREV-PAYOR-ID
           AND WS-PAYER-LINES > ZERO
               PERFORM 4300-PRINT-PAYER-TOTAL THRU 4300-EXIT
           END-IF
           MOVE SD-PAYOR-ID       TO WS-PREV-PAYOR-ID
           MOVE SD-PAYOR-ID       TO WS-D-PAYOR-ID
           MOVE SD-PAT-CNTL-NO    TO WS-D-PAT-CNTL-NO
           MOVE SD-ICN            TO WS-D-ICN
           MOVE SD-LINE-SEQ       TO WS-D-LINE-SEQ
           MOVE SD-PROC-CODE      TO WS-D-PROC-CODE
           MOVE SD-SERVICE-DATE   TO WS-D-SERVICE-DATE
           MOVE SD-PRICE-METHOD   TO WS-D-PRICE-METHOD
           MOVE SD-EXPECTED       TO WS-D-EXPECTED
           MOVE SD-ALLOWED        TO WS-D-ALLOWED
           MOVE SD-PAID           TO WS-D-PAID
           MOVE SD-SHORTFALL      TO WS-D-SHORTFALL
           MOVE WS-REPORT-DETAIL  TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1            TO WS-PAYER-LINES
           ADD SD-SHORTFALL TO WS-PAYER-SHORTFALL
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-PRINT-PAYER-TOTAL.
           MOVE 'PAYER TOTAL  '    TO WS-T-LABEL
           MOVE WS-PREV-PAYOR-ID   TO WS-T-PAYOR-ID
           MOVE WS-PAYER-LINES     TO WS-T-LINES
           MOVE WS-PAYER-SHORTFALL TO WS-T-SHORTFALL
           MOVE WS-REPORT-TOTAL    TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-PAYER-LINES WS-PAYER-SHORTFALL.
       4300-EXIT.
           EXIT.
