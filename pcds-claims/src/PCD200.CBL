      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD200           SYSTEM: PCDS                     *
      **    NO SURPRISES ACT DEADLINE WORKLIST AND OUTCOMES            *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  DAILY PASS OF THE  *
      **                          PCDNSAM CASE MASTER.  PCDNSAWK LISTS *
      **                          EACH CASE WHOSE OPEN-NEGOTIATION     *
      **                          WINDOW ENDS WITHIN 10 BUSINESS DAYS  *
      **                          AND EACH CASE DUE FOR IDR FILING,    *
      **                          NEAREST DEADLINE FIRST, AND CLOSES A *
      **                          CASE STILL NEGOTIATING PAST ITS IDR  *
      **                          DEADLINE AS A MISSED WINDOW.  A      *
      **                          PAYER SUMMARY FOLLOWS WITH CASES BY  *
      **                          STATUS AND OUTCOME, THE IDR WIN RATE *
      **                          AND THE INITIAL AND FINAL DOLLARS.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD200.
       AUTHOR.        PATIENT FINANCIAL SERVICES.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-NSAM-MASTER   ASSIGN TO PCDNSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-NSAM-PAT-CNTL-NO
               FILE STATUS IS WS-NSAM-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDNSAWK
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-NSAM-MASTER.
       COPY PCDNSAM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-DEADLINE            PIC 9(008).
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-PAYOR-ID            PIC X(005).
           05  SD-INIT-PAID           PIC S9(007)V99.
           05  SD-PAY-DATE            PIC 9(008).
           05  SD-QPA-AMT             PIC S9(007)V99.
           05  SD-OFFER-AMT           PIC S9(007)V99.
           05  SD-DAYS-LEFT           PIC S9(005).
           05  SD-CAL-FLAG            PIC X(001).
           05  SD-ACTION              PIC X(022).
           05  SD-NOTE                PIC X(016).
       WORKING-STORAGE SECTION.
       COPY PCDBDYA.
      *****************************************************************
      *  A CASE STILL IN OPEN NEGOTIATION IS LISTED ONCE ITS WINDOW   *
      *  HAS THIS MANY BUSINESS DAYS OR FEWER LEFT TO RUN.            *
      *****************************************************************
       77  WS-WARNING-DAYS             PIC S9(005) VALUE 10.
       77  WS-NSAM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NSAM-FOUND                       VALUE '00'.
       77  WS-NSAM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-NSAM-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-TABLE-FULL-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-PAYER-TABLE-FULL                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-PY-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PY-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PY-FOUND-SUB             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DECIDED                  PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CASES-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ONEG-WARNINGS            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-IDR-DUE                  PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WINDOWS-MISSED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-DEADLINE              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-LISTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FLAGGED-LINES            PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   OUTCOMES BY PAYER ACROSS EVERY CASE ON FILE, OPEN OR CLOSED.  *
      **----------------------------------------------------------------*
       01  WS-PAYER-TABLE.
           05  WS-PY-ENTRY OCCURS 500 TIMES.
               10  WS-PY-PAYOR-ID      PIC X(005).
               10  WS-PY-CASES         PIC 9(005)  COMP.
               10  WS-PY-NEGOTIATING   PIC 9(005)  COMP.
               10  WS-PY-IDR-PENDING   PIC 9(005)  COMP.
               10  WS-PY-SETTLED       PIC 9(005)  COMP.
               10  WS-PY-WON           PIC 9(005)  COMP.
               10  WS-PY-LOST          PIC 9(005)  COMP.
               10  WS-PY-MISSED        PIC 9(005)  COMP.
               10  WS-PY-WITHDRAWN     PIC 9(005)  COMP.
               10  WS-PY-INIT-PAID     PIC S9(009)V99 COMP-3.
               10  WS-PY-FINAL-AMT     PIC S9(009)V99 COMP-3.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD200 - NO SURPRISES ACT DEADLINE WORKLIST'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' PAT CNTL NO        PAYER   INIT PAID  PAY DATE   '.
           05  FILLER                  PIC X(050)  VALUE
               '      QPA       OFFER  DEADLINE   DAYS  ACTION    '.
           05  FILLER                  PIC X(032)  VALUE
               '              NOTES             '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-INIT-PAID          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAY-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-QPA-AMT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OFFER-AMT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DEADLINE           PIC 9(008).
           05  WS-D-CAL-FLAG           PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DAYS-LEFT          PIC ---9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(022).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-NOTE               PIC X(016).
           05  FILLER                  PIC X(002)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               ' OUTCOMES BY PAYER                                '.
           05  FILLER                  PIC X(050)  VALUE SPACES.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-HEADING-4.
           05  FILLER                  PIC X(050)  VALUE
               ' PAYER   CASES   NEGOT   IDR P   SETTL     WON    '.
           05  FILLER                  PIC X(050)  VALUE
               'LOST   MISSD   WDRWN  WIN%   INITIAL PAID      FIN'.
           05  FILLER                  PIC X(032)  VALUE
               'AL AMT                          '.
       01  WS-REPORT-PAYER-LINE.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-P-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-CASES              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-NEGOTIATING        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-IDR-PENDING        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-SETTLED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-WON                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-LOST               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-MISSED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-WITHDRAWN          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-P-WIN-PCT            PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-INIT-PAID          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-FINAL-AMT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(026)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(091)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O    PCD-NSAM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEADLINE
               ON ASCENDING KEY SD-PAT-CNTL-NO
               INPUT PROCEDURE  2000-SCAN-CASES      THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-WORKLIST  THRU 4000-EXIT
           PERFORM 5000-PRINT-PAYER-OUTCOMES THRU 5000-EXIT
           CLOSE PCD-NSAM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD200 - CASES READ:             ' WS-CASES-READ
           DISPLAY 'PCD200 - NEGOTIATION ENDING:     ' WS-ONEG-WARNINGS
           DISPLAY 'PCD200 - IDR FILING DUE:         ' WS-IDR-DUE
           DISPLAY 'PCD200 - IDR WINDOWS MISSED:     ' WS-WINDOWS-MISSED
           DISPLAY 'PCD200 - NO DEADLINE ON CASE:    ' WS-NO-DEADLINE
           STOP RUN.
      **----------------------------------------------------------------*
      **   2000-SCAN-CASES -- SORT INPUT PROCEDURE.  ONE PASS OF THE     *
      **   CASE MASTER; EVERY CASE FEEDS THE PAYER OUTCOMES AND EACH     *
      **   CASE WITH A DEADLINE DUE IS RELEASED TO THE WORKLIST.         *
      **----------------------------------------------------------------*
       2000-SCAN-CASES.
           MOVE LOW-VALUES TO PCD-NSAM-PAT-CNTL-NO
           START PCD-NSAM-MASTER KEY NOT < PCD-NSAM-PAT-CNTL-NO
               INVALID KEY
                   SET WS-NSAM-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT
           PERFORM 2200-CHECK-CASE     THRU 2200-EXIT
               UNTIL WS-NSAM-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-NEXT-CASE.
           IF WS-NSAM-END-OF-FILE
               GO TO 2100-EXIT
           END-IF
           READ PCD-NSAM-MASTER NEXT RECORD
               AT END
                   SET WS-NSAM-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CHECK-CASE.
           ADD 1 TO WS-CASES-READ
           IF PCD-NSAM-NEGOTIATING
               PERFORM 2300-CHECK-DEADLINES THRU 2300-EXIT
           END-IF
           PERFORM 2600-TALLY-PAYER THRU 2600-EXIT
           PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-CHECK-DEADLINES -- BEFORE THE NEGOTIATION WINDOW CLOSES  *
      **   THE CASE IS LISTED IN ITS LAST WARNING DAYS; ONCE IT HAS      *
      **   CLOSED, IDR MUST BE FILED BY THE FILING DEADLINE.  A CASE     *
      **   STILL NEGOTIATING PAST THAT DEADLINE HAS LOST ITS RIGHT TO    *
      **   IDR AND IS CLOSED AS A MISSED WINDOW.                         *
      **----------------------------------------------------------------*
       2300-CHECK-DEADLINES.
           MOVE SPACES TO SD-SORT-REC
           IF PCD-NSAM-ONEG-END-DATE = ZERO
           OR PCD-NSAM-IDR-DEADLINE = ZERO
               ADD 1 TO WS-NO-DEADLINE
               MOVE ZERO               TO SD-DEADLINE
                                          SD-DAYS-LEFT
               MOVE 'DEADLINE NOT SET'  TO SD-ACTION
               PERFORM 2500-RELEASE-CASE THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-RUN-DATE NOT > PCD-NSAM-ONEG-END-DATE
               MOVE PCD-NSAM-ONEG-END-DATE TO SD-DEADLINE
               PERFORM 2400-COUNT-DAYS-LEFT THRU 2400-EXIT
               IF SD-DAYS-LEFT > WS-WARNING-DAYS
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-ONEG-WARNINGS
               MOVE 'OPEN NEGOTIATION ENDS' TO SD-ACTION
               PERFORM 2500-RELEASE-CASE THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE PCD-NSAM-IDR-DEADLINE TO SD-DEADLINE
           PERFORM 2400-COUNT-DAYS-LEFT THRU 2400-EXIT
           IF WS-RUN-DATE NOT > PCD-NSAM-IDR-DEADLINE
               ADD 1 TO WS-IDR-DUE
               MOVE 'IDR MUST BE FILED'    TO SD-ACTION
               PERFORM 2500-RELEASE-CASE THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-WINDOWS-MISSED
           MOVE 'IDR WINDOW MISSED'        TO SD-ACTION
           PERFORM 2500-RELEASE-CASE THRU 2500-EXIT
           SET PCD-NSAM-CLOSED         TO TRUE
           SET PCD-NSAM-WINDOW-MISSED  TO TRUE
           MOVE WS-RUN-DATE            TO PCD-NSAM-OUTCOME-DATE
                                          PCD-NSAM-LAST-MAINT-DATE
           REWRITE PCD-NSAM-REC
               INVALID KEY
                   DISPLAY 'PCD200 - PCDNSAM REWRITE FAILED '
                       PCD-NSAM-PAT-CNTL-NO
                   STOP RUN
           END-REWRITE.
       2300-EXIT.
           EXIT.
       2400-COUNT-DAYS-LEFT.
           MOVE 'C'                 TO PCD-BDYA-FUNCTION
           MOVE WS-RUN-DATE         TO PCD-BDYA-FROM-DATE
           MOVE SD-DEADLINE         TO PCD-BDYA-TO-DATE
           CALL 'PCDBDAY' USING PCD-BDYA-AREA
           IF PCD-BDYA-INVALID
               MOVE ZERO            TO SD-DAYS-LEFT
           ELSE
               MOVE PCD-BDYA-DAYS   TO SD-DAYS-LEFT
           END-IF.
       2400-EXIT.
           EXIT.
       2500-RELEASE-CASE.
           MOVE PCD-NSAM-PAT-CNTL-NO   TO SD-PAT-CNTL-NO
           MOVE PCD-NSAM-PAYOR-ID      TO SD-PAYOR-ID
           MOVE PCD-NSAM-INIT-PAID-AMT TO SD-INIT-PAID
           MOVE PCD-NSAM-INIT-PAY-DATE TO SD-PAY-DATE
           MOVE PCD-NSAM-QPA-AMT       TO SD-QPA-AMT
           MOVE PCD-NSAM-OFFER-AMT     TO SD-OFFER-AMT
           MOVE SPACES                 TO SD-CAL-FLAG
           IF PCD-NSAM-NO-HOLIDAYS
               MOVE '*'                TO SD-CAL-FLAG
           END-IF
           EVALUATE TRUE
               WHEN PCD-NSAM-QPA-AMT = ZERO
                AND PCD-NSAM-OFFER-AMT = ZERO
                   MOVE 'NO QPA, NO OFFER' TO SD-NOTE
               WHEN PCD-NSAM-QPA-AMT = ZERO
                   MOVE 'NO QPA'           TO SD-NOTE
               WHEN PCD-NSAM-OFFER-AMT = ZERO
                   MOVE 'NO OFFER'         TO SD-NOTE
               WHEN OTHER
                   MOVE SPACES             TO SD-NOTE
           END-EVALUATE
           RELEASE SD-SORT-REC.
       2500-EXIT.
           EXIT.
       2600-TALLY-PAYER.
           MOVE ZERO TO WS-PY-FOUND-SUB
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-COUNT
                      OR WS-PY-FOUND-SUB > ZERO
               IF WS-PY-PAYOR-ID (WS-PY-SUB) = PCD-NSAM-PAYOR-ID
                   MOVE WS-PY-SUB TO WS-PY-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PY-FOUND-SUB = ZERO
               IF WS-PY-COUNT NOT < 500
                   IF NOT WS-PAYER-TABLE-FULL
                       SET WS-PAYER-TABLE-FULL TO TRUE
                       DISPLAY 'PCD200 - PAYER TABLE FULL AT '
                           PCD-NSAM-PAYOR-ID
                   END-IF
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-FOUND-SUB
               MOVE PCD-NSAM-PAYOR-ID
                   TO WS-PY-PAYOR-ID (WS-PY-FOUND-SUB)
               MOVE ZERO TO WS-PY-CASES       (WS-PY-FOUND-SUB)
                            WS-PY-NEGOTIATING (WS-PY-FOUND-SUB)
                            WS-PY-IDR-PENDING (WS-PY-FOUND-SUB)
                            WS-PY-SETTLED     (WS-PY-FOUND-SUB)
                            WS-PY-WON         (WS-PY-FOUND-SUB)
                            WS-PY-LOST        (WS-PY-FOUND-SUB)
                            WS-PY-MISSED      (WS-PY-FOUND-SUB)
                            WS-PY-WITHDRAWN   (WS-PY-FOUND-SUB)
                            WS-PY-INIT-PAID   (WS-PY-FOUND-SUB)
                            WS-PY-FINAL-AMT   (WS-PY-FOUND-SUB)
           END-IF
           ADD 1 TO WS-PY-CASES (WS-PY-FOUND-SUB)
           ADD PCD-NSAM-INIT-PAID-AMT
               TO WS-PY-INIT-PAID (WS-PY-FOUND-SUB)
           ADD PCD-NSAM-FINAL-AMT
               TO WS-PY-FINAL-AMT (WS-PY-FOUND-SUB)
           EVALUATE TRUE
               WHEN PCD-NSAM-NEGOTIATING
                   ADD 1 TO WS-PY-NEGOTIATING (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-IDR-PENDING
                   ADD 1 TO WS-PY-IDR-PENDING (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-SETTLED
                   ADD 1 TO WS-PY-SETTLED     (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-IDR-WON
                   ADD 1 TO WS-PY-WON         (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-IDR-LOST
                   ADD 1 TO WS-PY-LOST        (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-WINDOW-MISSED
                   ADD 1 TO WS-PY-MISSED      (WS-PY-FOUND-SUB)
               WHEN PCD-NSAM-WITHDRAWN
                   ADD 1 TO WS-PY-WITHDRAWN   (WS-PY-FOUND-SUB)
           END-EVALUATE.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-WORKLIST -- SORT OUTPUT PROCEDURE.  THE NEAREST    *
      **   DEADLINE PRINTS FIRST.                                        *
      **----------------------------------------------------------------*
       4000-PRINT-WORKLIST.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PRINT-ONE-LINE THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'CASES LISTED'                   TO WS-T-LABEL
           MOVE WS-LINES-LISTED                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           IF WS-FLAGGED-LINES > ZERO
               MOVE '* COUNTED WITHOUT HOLIDAYS'  TO WS-T-LABEL
               MOVE WS-FLAGGED-LINES              TO WS-T-COUNT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           END-IF.
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
           MOVE SD-PAT-CNTL-NO    TO WS-D-PAT-CNTL-NO
           MOVE SD-PAYOR-ID       TO WS-D-PAYOR-ID
           MOVE SD-INIT-PAID      TO WS-D-INIT-PAID
           MOVE SD-PAY-DATE       TO WS-D-PAY-DATE
           MOVE SD-QPA-AMT        TO WS-D-QPA-AMT
           MOVE SD-OFFER-AMT      TO WS-D-OFFER-AMT
           MOVE SD-DEADLINE       TO WS-D-DEADLINE
           MOVE SD-CAL-FLAG       TO WS-D-CAL-FLAG
           MOVE SD-DAYS-LEFT      TO WS-D-DAYS-LEFT
           MOVE SD-ACTION         TO WS-D-ACTION
           MOVE SD-NOTE           TO WS-D-NOTE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-LINES-LISTED
           IF SD-CAL-FLAG = '*'
               ADD 1 TO WS-FLAGGED-LINES
           END-IF
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-PRINT-PAYER-OUTCOMES -- THE WIN RATE IS IDR             *
      **   DETERMINATIONS WON OVER DETERMINATIONS MADE.                 *
      **----------------------------------------------------------------*
       5000-PRINT-PAYER-OUTCOMES.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-4
           PERFORM 5100-PRINT-ONE-PAYER THRU 5100-EXIT
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-PAYER.
           MOVE WS-PY-PAYOR-ID    (WS-PY-SUB) TO WS-P-PAYOR-ID
           MOVE WS-PY-CASES       (WS-PY-SUB) TO WS-P-CASES
           MOVE WS-PY-NEGOTIATING (WS-PY-SUB) TO WS-P-NEGOTIATING
           MOVE WS-PY-IDR-PENDING (WS-PY-SUB) TO WS-P-IDR-PENDING
           MOVE WS-PY-SETTLED     (WS-PY-SUB) TO WS-P-SETTLED
           MOVE WS-PY-WON         (WS-PY-SUB) TO WS-P-WON
           MOVE WS-PY-LOST        (WS-PY-SUB) TO WS-P-LOST
           MOVE WS-PY-MISSED      (WS-PY-SUB) TO WS-P-MISSED
           MOVE WS-PY-WITHDRAWN   (WS-PY-SUB) TO WS-P-WITHDRAWN
           MOVE WS-PY-INIT-PAID   (WS-PY-SUB) TO WS-P-INIT-PAID
           MOVE WS-PY-FINAL-AMT   (WS-PY-SUB) TO WS-P-FINAL-AMT
           COMPUTE WS-DECIDED = WS-PY-WON  (WS-PY-SUB)
                              + WS-PY-LOST (WS-PY-SUB)
           IF WS-DECIDED = ZERO
               MOVE ZERO TO WS-P-WIN-PCT
           ELSE
               COMPUTE WS-P-WIN-PCT ROUNDED =
                   WS-PY-WON (WS-PY-SUB) * 100 / WS-DECIDED
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-REPORT-PAYER-LINE.
       5100-EXIT.
           EXIT.
