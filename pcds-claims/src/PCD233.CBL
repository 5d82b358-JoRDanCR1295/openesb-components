      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD233           SYSTEM: PCDS                     *
      **    RECORDS REQUEST / AUDIT DAILY WORKLIST                     *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LISTS OPEN ADR,    *
      **                          RAC/UPIC AND COMMERCIAL RECORDS      *
      **                          REQUESTS ON PCDADRM DUE WITHIN THE   *
      **                          PCDADRCD WINDOW (DEFAULT 14 DAYS) OR *
      **                          ALREADY PAST DUE, IN DUE-DATE ORDER, *
      **                          THEN EVERY CASE WITH A DEMAND LETTER *
      **                          AND WHETHER ITS TAKEBACK IS STILL AT *
      **                          RISK OR HAS POSTED TO PCDRCPM.  THE  *
      **                          132-BYTE WORKLIST GOES TO ITS OWN    *
      **                          DD, PCDADRWK (PCDADRRP IS PCD118'S   *
      **                          ADDRESS-CORRECTION REPORT).          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD233.
       AUTHOR.        COB FOLLOW-UP UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDADRCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ADRM-MASTER  ASSIGN TO PCDADRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-ADRM-KEY
               FILE STATUS IS WS-ADRM-FILE-STATUS.
           SELECT PCD-RCPM-MASTER  ASSIGN TO PCDRCPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RCPM-KEY
               FILE STATUS IS WS-RCPM-FILE-STATUS.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDADRWK
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-WINDOW-DAYS    PIC X(003).
           05  FILLER                 PIC X(077).
       FD  PCD-ADRM-MASTER.
       COPY PCDADRM.
       FD  PCD-RCPM-MASTER.
       COPY PCDRCPM.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-SECTION             PIC X(001).
           05  SD-SORT-DATE           PIC 9(008).
           05  SD-PAYOR-ID            PIC X(005).
           05  SD-CASE-NO             PIC X(020).
           05  SD-REQUEST-TYPE        PIC X(001).
           05  SD-PROV-TAX-ID         PIC X(009).
           05  SD-RECEIVED-DATE       PIC 9(008).
           05  SD-DAYS-LEFT           PIC S9(005).
           05  SD-CLAIM-COUNT         PIC 9(003).
           05  SD-DOCS-REQUESTED      PIC X(036).
           05  SD-AMOUNT              PIC S9(007)V99.
           05  SD-RECOUPED-SW         PIC X(001).
      **----------------------------------------------------------------*
      **   PCDADRWK -- THE 132-BYTE ADR/RAC DAILY WORKLIST.              *
      **----------------------------------------------------------------*
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-ADRM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RCPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RCPM-FOUND                       VALUE '00'.
       77  WS-ADRM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-ADRM-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-WINDOW-DAYS              PIC 9(003)  VALUE 014.
       77  WS-RUN-DAY-NUMBER           PIC 9(009)  VALUE ZERO.
       77  WS-SAVE-SECTION             PIC X(001)  VALUE SPACES.
       77  WS-CASES-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DUE-LISTED               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-OVERDUE-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-DEMANDS-LISTED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-AT-RISK-TOTAL            PIC S9(009)V99 COMP-3
                                                   VALUE ZERO.
       77  WS-RECOUPED-TOTAL           PIC S9(009)V99 COMP-3
                                                   VALUE ZERO.
      **----------------------------------------------------------------*
      **   DAY NUMBER OF A GREGORIAN DATE, THE SAME COUNT PCDBDAY USES   *
      **   (YEAR STARTING 1 MARCH SO THE LEAP DAY FALLS LAST).  THE      *
      **   DIFFERENCE OF TWO DAY NUMBERS IS THE CALENDAR DAYS BETWEEN.   *
      **----------------------------------------------------------------*
       77  WS-DAY-NUMBER               PIC 9(009)  VALUE ZERO.
       77  WS-YEAR                     PIC 9(005)  VALUE ZERO.
       77  WS-MONTH                    PIC 9(002)  VALUE ZERO.
       77  WS-QUOT-4                   PIC 9(005)  VALUE ZERO.
       77  WS-QUOT-100                 PIC 9(005)  VALUE ZERO.
       77  WS-QUOT-400                 PIC 9(005)  VALUE ZERO.
       77  WS-MONTH-TERM               PIC 9(005)  VALUE ZERO.
       01  WS-DN-DATE                  PIC 9(008)  VALUE ZERO.
       01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05  WS-DN-CCYY              PIC 9(004).
           05  WS-DN-MM                PIC 9(002).
           05  WS-DN-DD                PIC 9(002).
       01  WS-HEADING-1.
           05  FILLER                  PIC X(045)  VALUE
               'PCD233 - RECORDS REQUEST / AUDIT WORKLIST    '.
           05  FILLER                  PIC X(010)  VALUE 'RUN DATE: '.
           05  WS-H-RUN-DATE           PIC 9(008).
           05  FILLER                  PIC X(016)  VALUE
               '   DUE WITHIN: '.
           05  WS-H-WINDOW             PIC ZZ9.
           05  FILLER                  PIC X(005)  VALUE ' DAYS'.
       01  WS-DUE-HEADING.
           05  FILLER                  PIC X(040)  VALUE
               'RECORDS DUE  PAYOR CASE NUMBER         T'.
           05  FILLER                  PIC X(040)  VALUE
               ' TAX ID    RECEIVED  DUE DATE  DAYS CLM '.
           05  FILLER                  PIC X(052)  VALUE
               ' DOCUMENTS REQUESTED'.
       01  WS-DEMAND-HEADING.
           05  FILLER                  PIC X(040)  VALUE
               'DEMANDS      PAYOR CASE NUMBER          '.
           05  FILLER                  PIC X(040)  VALUE
               'T TAX ID    DEMANDED        AMOUNT  LEDG'.
           05  FILLER                  PIC X(052)  VALUE 'ER'.
       01  WS-DUE-DETAIL.
           05  WS-D-FLAG               PIC X(011).
           05  FILLER                  PIC X(002).
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(001).
           05  WS-D-CASE-NO            PIC X(020).
           05  FILLER                  PIC X(001).
           05  WS-D-REQUEST-TYPE       PIC X(001).
           05  FILLER                  PIC X(001).
           05  WS-D-PROV-TAX-ID        PIC X(009).
           05  FILLER                  PIC X(001).
           05  WS-D-RECEIVED-DATE      PIC 9(008).
           05  FILLER                  PIC X(002).
           05  WS-D-DUE-DATE           PIC 9(008).
           05  FILLER                  PIC X(001).
           05  WS-D-DAYS-LEFT          PIC ----9.
           05  FILLER                  PIC X(001).
           05  WS-D-CLAIM-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-D-DOCS               PIC X(036).
       01  WS-DEMAND-DETAIL.
           05  FILLER                  PIC X(013).
           05  WS-M-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(001).
           05  WS-M-CASE-NO            PIC X(020).
           05  FILLER                  PIC X(001).
           05  WS-M-REQUEST-TYPE       PIC X(001).
           05  FILLER                  PIC X(001).
           05  WS-M-PROV-TAX-ID        PIC X(009).
           05  FILLER                  PIC X(001).
           05  WS-M-DEMAND-DATE        PIC 9(008).
           05  FILLER                  PIC X(001).
           05  WS-M-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002).
           05  WS-M-LEDGER             PIC X(020).
       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(040).
           05  WS-T-COUNT              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(003).
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-SECTION
               ON ASCENDING KEY SD-SORT-DATE
               ON ASCENDING KEY SD-PAYOR-ID
               ON ASCENDING KEY SD-CASE-NO
               INPUT PROCEDURE  2000-SELECT-CASES THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-PRINT-WORKLIST THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDADRCD CARD MAY WIDEN OR NARROW THE  *
      **   LOOK-AHEAD WINDOW (COLUMNS 1-3, DAYS); TWO WEEKS IF ABSENT.   *
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
           IF FD-CARD-WINDOW-DAYS IS NUMERIC
               MOVE FD-CARD-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           OPEN INPUT  PCD-ADRM-MASTER
           OPEN INPUT  PCD-RCPM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE    TO WS-H-RUN-DATE
           MOVE WS-WINDOW-DAYS TO WS-H-WINDOW
           WRITE PCD-REPORT-LINE FROM WS-HEADING-1.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SELECT-CASES -- SECTION 1: CASES STILL OWING RECORDS     *
      **   THAT ARE DUE INSIDE THE WINDOW OR ALREADY PAST DUE.  SECTION  *
      **   2: CASES WITH A DEMAND LETTER, AND WHETHER THE TAKEBACK HAS   *
      **   REACHED THE PCDRCPM LEDGER YET.                               *
      **----------------------------------------------------------------*
       2000-SELECT-CASES.
           PERFORM 2100-READ-CASE THRU 2100-EXIT
           PERFORM 2200-SELECT-ONE-CASE THRU 2200-EXIT
               UNTIL WS-ADRM-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-CASE.
           READ PCD-ADRM-MASTER NEXT RECORD
               AT END
                   SET WS-ADRM-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-SELECT-ONE-CASE.
           ADD 1 TO WS-CASES-READ
           MOVE SPACES                  TO SD-SORT-REC
           MOVE PCD-ADRM-PAYOR-ID       TO SD-PAYOR-ID
           MOVE PCD-ADRM-CASE-NO        TO SD-CASE-NO
           MOVE PCD-ADRM-REQUEST-TYPE   TO SD-REQUEST-TYPE
           MOVE PCD-ADRM-PROV-TAX-ID    TO SD-PROV-TAX-ID
           MOVE PCD-ADRM-RECEIVED-DATE  TO SD-RECEIVED-DATE
           MOVE PCD-ADRM-CLAIM-COUNT    TO SD-CLAIM-COUNT
           MOVE PCD-ADRM-DOCS-REQUESTED TO SD-DOCS-REQUESTED
           MOVE ZERO                    TO SD-DAYS-LEFT SD-AMOUNT
           EVALUATE TRUE
               WHEN PCD-ADRM-OPEN
                   MOVE PCD-ADRM-DUE-DATE TO WS-DN-DATE
                   PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
                   COMPUTE SD-DAYS-LEFT
                       = WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
                   IF SD-DAYS-LEFT NOT > WS-WINDOW-DAYS
                       MOVE '1'               TO SD-SECTION
                       MOVE PCD-ADRM-DUE-DATE TO SD-SORT-DATE
                       RELEASE SD-SORT-REC
                   END-IF
               WHEN PCD-ADRM-DEMANDED
                   PERFORM 2300-CHECK-LEDGER THRU 2300-EXIT
                   MOVE '2'                  TO SD-SECTION
                   MOVE PCD-ADRM-DEMAND-DATE TO SD-SORT-DATE
                   RELEASE SD-SORT-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-CASE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-CHECK-LEDGER -- STILL EXPECTED (OR NO ROW) MEANS THE     *
      **   DEMAND AMOUNT IS AT RISK.  ONCE PCD104 HAS POSTED THE PLB,    *
      **   THE AMOUNT ACTUALLY TAKEN IS SHOWN INSTEAD.                   *
      **----------------------------------------------------------------*
       2300-CHECK-LEDGER.
           MOVE PCD-ADRM-DEMAND-AMT TO SD-AMOUNT
           MOVE 'N'                 TO SD-RECOUPED-SW
           MOVE PCD-ADRM-PROV-TAX-ID   TO PCD-RCPM-PROV-TAX-ID
           MOVE PCD-ADRM-RCPM-TRACE-NO TO PCD-RCPM-TRACE-NO
           READ PCD-RCPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RCPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RCPM-FILE-STATUS
           END-READ
           IF WS-RCPM-FOUND
              AND NOT PCD-RCPM-EXPECTED
               MOVE PCD-RCPM-ORIG-AMT TO SD-AMOUNT
               MOVE 'Y'               TO SD-RECOUPED-SW
           END-IF.
       2300-EXIT.
           EXIT.
       3000-PRINT-WORKLIST.
           PERFORM 3100-RETURN-CASE THRU 3100-EXIT
           PERFORM 3200-PRINT-ONE-CASE THRU 3200-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       3000-EXIT.
           EXIT.
       3100-RETURN-CASE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-PRINT-ONE-CASE.
           IF SD-SECTION NOT = WS-SAVE-SECTION
               MOVE SD-SECTION TO WS-SAVE-SECTION
               MOVE SPACES TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
               IF SD-SECTION = '1'
                   WRITE PCD-REPORT-LINE FROM WS-DUE-HEADING
               ELSE
                   WRITE PCD-REPORT-LINE FROM WS-DEMAND-HEADING
               END-IF
           END-IF
           IF SD-SECTION = '1'
               PERFORM 3300-PRINT-DUE THRU 3300-EXIT
           ELSE
               PERFORM 3400-PRINT-DEMAND THRU 3400-EXIT
           END-IF
           PERFORM 3100-RETURN-CASE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-PRINT-DUE.
           MOVE SPACES            TO WS-DUE-DETAIL
           EVALUATE TRUE
               WHEN SD-DAYS-LEFT < ZERO
                   MOVE '** OVERDUE'  TO WS-D-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN SD-DAYS-LEFT = ZERO
                   MOVE '* DUE TODAY' TO WS-D-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SD-PAYOR-ID       TO WS-D-PAYOR-ID
           MOVE SD-CASE-NO        TO WS-D-CASE-NO
           MOVE SD-REQUEST-TYPE   TO WS-D-REQUEST-TYPE
           MOVE SD-PROV-TAX-ID    TO WS-D-PROV-TAX-ID
           MOVE SD-RECEIVED-DATE  TO WS-D-RECEIVED-DATE
           MOVE SD-SORT-DATE      TO WS-D-DUE-DATE
           MOVE SD-DAYS-LEFT      TO WS-D-DAYS-LEFT
           MOVE SD-CLAIM-COUNT    TO WS-D-CLAIM-COUNT
           MOVE SD-DOCS-REQUESTED TO WS-D-DOCS
           WRITE PCD-REPORT-LINE FROM WS-DUE-DETAIL
           ADD 1 TO WS-DUE-LISTED.
       3300-EXIT.
           EXIT.
       3400-PRINT-DEMAND.
           MOVE SPACES            TO WS-DEMAND-DETAIL
           MOVE SD-PAYOR-ID       TO WS-M-PAYOR-ID
           MOVE SD-CASE-NO        TO WS-M-CASE-NO
           MOVE SD-REQUEST-TYPE   TO WS-M-REQUEST-TYPE
           MOVE SD-PROV-TAX-ID    TO WS-M-PROV-TAX-ID
           MOVE SD-SORT-DATE      TO WS-M-DEMAND-DATE
           MOVE SD-AMOUNT         TO WS-M-AMOUNT
           IF SD-RECOUPED-SW = 'Y'
               MOVE 'RECOUPED ON 835'  TO WS-M-LEDGER
               ADD SD-AMOUNT TO WS-RECOUPED-TOTAL
           ELSE
               MOVE 'AT RISK'          TO WS-M-LEDGER
               ADD SD-AMOUNT TO WS-AT-RISK-TOTAL
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-DEMAND-DETAIL
           ADD 1 TO WS-DEMANDS-LISTED.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-DAY-NUMBER -- WS-DN-DATE TO WS-DAY-NUMBER.               *
      **----------------------------------------------------------------*
       7000-DAY-NUMBER.
           MOVE WS-DN-CCYY TO WS-YEAR
           MOVE WS-DN-MM   TO WS-MONTH
           IF WS-MONTH < 3
               SUBTRACT 1 FROM WS-YEAR
               ADD 12 TO WS-MONTH
           END-IF
           DIVIDE WS-YEAR BY 4   GIVING WS-QUOT-4
           DIVIDE WS-YEAR BY 100 GIVING WS-QUOT-100
           DIVIDE WS-YEAR BY 400 GIVING WS-QUOT-400
           COMPUTE WS-MONTH-TERM = (153 * (WS-MONTH - 3)) + 2
           DIVIDE WS-MONTH-TERM BY 5 GIVING WS-MONTH-TERM
           COMPUTE WS-DAY-NUMBER = (365 * WS-YEAR)
                                 + WS-QUOT-4 - WS-QUOT-100
                                 + WS-QUOT-400 + WS-MONTH-TERM
                                 + WS-DN-DD.
       7000-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CASES DUE WITHIN THE WINDOW OR PAST DUE' TO WS-T-LABEL
           MOVE WS-DUE-LISTED       TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CASES PAST DUE'                   TO WS-T-LABEL
           MOVE WS-OVERDUE-COUNT    TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DEMANDS - RECOUPMENT STILL AT RISK' TO WS-T-LABEL
           MOVE ZERO                TO WS-T-COUNT
           MOVE WS-AT-RISK-TOTAL    TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DEMANDS - ALREADY RECOUPED ON AN 835' TO WS-T-LABEL
           MOVE WS-RECOUPED-TOTAL   TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE PCD-ADRM-MASTER
           CLOSE PCD-RCPM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD233 - CASES READ:            ' WS-CASES-READ
           DISPLAY 'PCD233 - CASES DUE LISTED:      ' WS-DUE-LISTED
           DISPLAY 'PCD233 - CASES PAST DUE:        ' WS-OVERDUE-COUNT
           DISPLAY 'PCD233 - DEMANDS LISTED:        ' WS-DEMANDS-LISTED.
       9000-EXIT.
           EXIT.
