      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD191           SYSTEM: PCDS                     *
      **    AUTO NO-FAULT PIP PAID-TO-DATE AND EXHAUSTION RUN          *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  REBUILDS EACH      *
      **                          PCDPIPM PIP CASE'S PAID-TO-DATE FROM *
      **                          THE FULL PCDARPST SUBLEDGER (PY, RV  *
      **                          AND RF ROWS ON CLAIMS PCDPIPX SHOWS  *
      **                          ROUTED TO THE AUTO CARRIER), MARKS   *
      **                          AN OPEN CASE EXHAUSTED WHEN          *
      **                          PAID-TO-DATE REACHES ITS LIMIT, AND  *
      **                          LISTS ON PCDPIPRP THE CASES          *
      **                          EXHAUSTED THIS RUN, THOSE AT 80      *
      **                          PERCENT OR MORE OF THEIR LIMIT, AND  *
      **                          OPEN CASES WITH NO LIMIT KEYED.      *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD191.
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
           SELECT PCD-ARPOST-FILE    ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PIPM-MASTER    ASSIGN TO PCDPIPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PIPM-KEY
               FILE STATUS IS WS-PIPM-FILE-STATUS.
           SELECT PCD-PIPX-MASTER    ASSIGN TO PCDPIPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PIPX-PAT-CNTL-NO
               FILE STATUS IS WS-PIPX-FILE-STATUS.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDPIPRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-ARPOST-FILE
           RECORDING MODE IS F.
       COPY PCDARPST.
       FD  PCD-PIPM-MASTER.
       COPY PCDPIPM.
       FD  PCD-PIPX-MASTER.
       COPY PCDPIPX.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PIPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PIPM-FOUND                       VALUE '00'.
       77  WS-PIPX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PIPX-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-NEARING-PCT              PIC 9(003)  VALUE 80.
       77  WS-REMAINING                PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-PCT-USED                 PIC 9(003)V9   COMP-3 VALUE ZERO.
       77  WS-RESULT                   PIC X(024)  VALUE SPACES.
       77  WS-CASES-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POSTS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POSTS-APPLIED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POSTS-NO-CASE            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-EXHAUSTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-NEARING            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-NO-LIMIT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPLIED-DOLLARS          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-EXHAUSTED-DOLLARS        PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-NEARING-DOLLARS          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-NO-LIMIT-DOLLARS         PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD191 - AUTO NO-FAULT PIP EXHAUSTION REPORT'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' PERSON ID  ACC DATE  ST  AUTO        LIMIT       '.
           05  FILLER                  PIC X(050)  VALUE
               'PAID     REMAINING   %USED  HLTH   RESULT         '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PERSON-ID          PIC 9(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACC-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACC-STATE          PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AUTO-PAYOR-ID      PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PIP-LIMIT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAID-TO-DATE       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-REMAINING          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PCT-USED           PIC ZZ9.9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-HEALTH-PAYOR-ID    PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(024).
           05  FILLER                  PIC X(023)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(072)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-CLEAR-PAID         THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3000-APPLY-POSTING      THRU 3000-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1200-RESTART-CASES      THRU 1200-EXIT
           PERFORM 4000-EVALUATE-CASE      THRU 4000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-ARPOST-FILE
           OPEN I-O    PCD-PIPM-MASTER
           OPEN INPUT  PCD-PIPX-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1200-RESTART-CASES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1200-RESTART-CASES.
           MOVE ZERO TO PCD-PIPM-PERSON-ID
                        PCD-PIPM-ACC-DATE
           START PCD-PIPM-MASTER KEY IS NOT LESS THAN PCD-PIPM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-CLEAR-PAID -- PAID-TO-DATE IS REBUILT FROM THE WHOLE     *
      **   SUBLEDGER EVERY RUN, SO A RERUN OR A LATE REVERSAL NEVER      *
      **   DOUBLE-COUNTS.                                                *
      **----------------------------------------------------------------*
       2000-CLEAR-PAID.
           READ PCD-PIPM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           MOVE ZERO TO PCD-PIPM-PAID-TO-DATE
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   DISPLAY 'PCD191 - REWRITE FAILED ON PCDPIPM '
                       PCD-PIPM-KEY
                   STOP RUN
           END-REWRITE.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-APPLY-POSTING -- PAYMENTS, REVERSALS AND REFUNDS ON A    *
      **   CLAIM PCD190 ROUTED TO THE AUTO CARRIER COUNT AGAINST THE     *
      **   CASE'S PIP LIMIT.  ADJUSTMENTS AND NETTING ARE NOT CASH AND   *
      **   ARE SKIPPED.                                                  *
      **----------------------------------------------------------------*
       3000-APPLY-POSTING.
           READ PCD-ARPOST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-POSTS-READ
           IF NOT PCD-AR-POST-PAYMENT
           AND NOT PCD-AR-POST-REVERSAL
           AND NOT PCD-AR-POST-REFUND
               GO TO 3000-EXIT
           END-IF
           MOVE PCD-AR-POST-PAT-CNTL-NO TO PCD-PIPX-PAT-CNTL-NO
           READ PCD-PIPX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PIPX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PIPX-FILE-STATUS
           END-READ
           IF NOT WS-PIPX-FOUND
           OR NOT PCD-PIPX-TO-AUTO
               GO TO 3000-EXIT
           END-IF
           MOVE PCD-PIPX-CASE-KEY TO PCD-PIPM-KEY
           READ PCD-PIPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PIPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PIPM-FILE-STATUS
           END-READ
           IF NOT WS-PIPM-FOUND
               ADD 1 TO WS-POSTS-NO-CASE
               GO TO 3000-EXIT
           END-IF
           ADD PCD-AR-POST-AMOUNT TO PCD-PIPM-PAID-TO-DATE
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   DISPLAY 'PCD191 - REWRITE FAILED ON PCDPIPM '
                       PCD-PIPM-KEY
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-POSTS-APPLIED
           ADD PCD-AR-POST-AMOUNT TO WS-APPLIED-DOLLARS.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-EVALUATE-CASE -- AN OPEN CASE WHOSE PAID-TO-DATE HAS     *
      **   REACHED ITS LIMIT IS MARKED EXHAUSTED SO PCD190 STEERS ITS    *
      **   NEXT CLAIMS TO THE HEALTH PLAN.  OPEN CASES AT THE NEARING    *
      **   PERCENTAGE, AND OPEN CASES WITH NO LIMIT KEYED (WHICH CAN     *
      **   NEVER EXHAUST ON THEIR OWN), ARE LISTED FOR FOLLOW-UP.        *
      **----------------------------------------------------------------*
       4000-EVALUATE-CASE.
           READ PCD-PIPM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4000-EXIT
           END-READ
           ADD 1 TO WS-CASES-READ
           MOVE SPACES      TO WS-RESULT
           MOVE WS-RUN-DATE TO PCD-PIPM-LAST-PAID-CALC
           COMPUTE WS-REMAINING = PCD-PIPM-PIP-LIMIT
                                - PCD-PIPM-PAID-TO-DATE
           MOVE ZERO TO WS-PCT-USED
           IF PCD-PIPM-PIP-LIMIT > ZERO
           AND PCD-PIPM-PAID-TO-DATE > ZERO
               IF PCD-PIPM-PAID-TO-DATE > PCD-PIPM-PIP-LIMIT * 9
                   MOVE 999.9 TO WS-PCT-USED
               ELSE
                   COMPUTE WS-PCT-USED ROUNDED =
                       PCD-PIPM-PAID-TO-DATE * 100 / PCD-PIPM-PIP-LIMIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT PCD-PIPM-OPEN
                   CONTINUE
               WHEN PCD-PIPM-PIP-LIMIT = ZERO
                   MOVE 'PIP LIMIT NOT SET'      TO WS-RESULT
                   ADD 1 TO WS-CASES-NO-LIMIT
                   ADD PCD-PIPM-PAID-TO-DATE     TO WS-NO-LIMIT-DOLLARS
               WHEN PCD-PIPM-PAID-TO-DATE NOT < PCD-PIPM-PIP-LIMIT
                   SET PCD-PIPM-EXHAUSTED        TO TRUE
                   SET PCD-PIPM-EXH-BY-PAYMENTS  TO TRUE
                   MOVE WS-RUN-DATE
                                               TO PCD-PIPM-EXHAUST-DATE
                   MOVE 'PIP PAID-TO-DATE REACHED LIMIT'
                                                 TO PCD-PIPM-EXHAUST-DOC
                   MOVE 'EXHAUSTED THIS RUN'     TO WS-RESULT
                   ADD 1 TO WS-CASES-EXHAUSTED
                   ADD PCD-PIPM-PAID-TO-DATE     TO WS-EXHAUSTED-DOLLARS
               WHEN WS-PCT-USED NOT < WS-NEARING-PCT
                   MOVE 'NEARING EXHAUSTION'     TO WS-RESULT
                   ADD 1 TO WS-CASES-NEARING
                   ADD WS-REMAINING              TO WS-NEARING-DOLLARS
           END-EVALUATE
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   DISPLAY 'PCD191 - REWRITE FAILED ON PCDPIPM '
                       PCD-PIPM-KEY
                   STOP RUN
           END-REWRITE
           IF WS-RESULT NOT = SPACES
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4900-WRITE-DETAIL.
           MOVE PCD-PIPM-PERSON-ID       TO WS-D-PERSON-ID
           MOVE PCD-PIPM-ACC-DATE        TO WS-D-ACC-DATE
           MOVE PCD-PIPM-ACC-STATE       TO WS-D-ACC-STATE
           MOVE PCD-PIPM-AUTO-PAYOR-ID   TO WS-D-AUTO-PAYOR-ID
           MOVE PCD-PIPM-PIP-LIMIT       TO WS-D-PIP-LIMIT
           MOVE PCD-PIPM-PAID-TO-DATE    TO WS-D-PAID-TO-DATE
           MOVE WS-REMAINING             TO WS-D-REMAINING
           MOVE WS-PCT-USED              TO WS-D-PCT-USED
           MOVE PCD-PIPM-HEALTH-PAYOR-ID TO WS-D-HEALTH-PAYOR-ID
           MOVE WS-RESULT                TO WS-D-RESULT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'CASES EXHAUSTED THIS RUN (PAID)'   TO WS-T-LABEL
           MOVE WS-CASES-EXHAUSTED                  TO WS-T-COUNT
           MOVE WS-EXHAUSTED-DOLLARS                TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'CASES NEARING EXHAUSTION (LEFT)'   TO WS-T-LABEL
           MOVE WS-CASES-NEARING                    TO WS-T-COUNT
           MOVE WS-NEARING-DOLLARS                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'OPEN CASES WITH NO LIMIT (PAID)'   TO WS-T-LABEL
           MOVE WS-CASES-NO-LIMIT                   TO WS-T-COUNT
           MOVE WS-NO-LIMIT-DOLLARS                 TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'AUTO-ROUTED POSTINGS APPLIED'      TO WS-T-LABEL
           MOVE WS-POSTS-APPLIED                    TO WS-T-COUNT
           MOVE WS-APPLIED-DOLLARS                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-ARPOST-FILE
           CLOSE PCD-PIPM-MASTER
           CLOSE PCD-PIPX-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD191 - AR POSTINGS READ:      ' WS-POSTS-READ
           DISPLAY 'PCD191 - POSTINGS APPLIED:      ' WS-POSTS-APPLIED
           DISPLAY 'PCD191 - POSTINGS WITH NO CASE: ' WS-POSTS-NO-CASE
           DISPLAY 'PCD191 - CASES READ:            ' WS-CASES-READ
           DISPLAY 'PCD191 - CASES EXHAUSTED:       ' WS-CASES-EXHAUSTED
           DISPLAY 'PCD191 - CASES NEARING LIMIT:   ' WS-CASES-NEARING
           DISPLAY 'PCD191 - CASES WITH NO LIMIT:   ' WS-CASES-NO-LIMIT.
       9000-EXIT.
           EXIT.
