      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD172              SYSTEM: PCDS                 *
      **    FINANCIAL-ASSISTANCE APPLICATION MAINTENANCE AND SCREENING*
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  DAILY.  APPLIES    *
      **                          THE FINANCIAL-ASSISTANCE (CHARITY    *
      **                          CARE) TRANSACTIONS ON PCDFATX TO THE *
      **                          PCDFAM MASTER, KEYED BY PCDEPIM      *
      **                          PERSON ID.  P RECORDS AN APPLICATION *
      **                          RECEIVED -- THE PERSON IS THEN       *
      **                          PENDING AND PCD169 HOLDS ALL         *
      **                          DUNNING.  A RECORDS THE SCREENING    *
      **                          RESULT: ANNUAL INCOME AND HOUSEHOLD  *
      **                          SIZE (ZERO TAKES THE SIZE PCD096     *
      **                          LINKED FROM THE CN HOUSEHOLD         *
      **                          RECORDS) ARE MEASURED AGAINST THE    *
      **                          PCDFPLTB FEDERAL POVERTY GUIDELINE   *
      **                          FOR THE YEAR OF THE EFFECTIVE DATE,  *
      **                          AND THE PERCENT OF POVERTY LEVEL     *
      **                          SETS THE SLIDING DISCOUNT TIER.      *
      **                          APPROVALS RUN ONE YEAR UNLESS A TERM *
      **                          DATE IS GIVEN.  D RECORDS AN         *
      **                          APPLICATION DENIED AS INCOMPLETE.    *
      **                          EVERY TRANSACTION IS LISTED ON       *
      **                          PCDFARPT WITH ITS RESULT.            *
      ** RTC    10/15/26          THE EDITS AND MASTER UPDATE MOVED   *
      **                          TO 2010-APPLY-TO-FAM; A REJECT SETS *
      **                          A SWITCH AND LEAVES THROUGH         *
      **                          2010-EXIT INSTEAD OF BRANCHING TO A *
      **                          LABEL INSIDE 2000.                  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD172.
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
           SELECT PCD-TRANS-FILE   ASSIGN TO PCDFATX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FPL-FILE     ASSIGN TO PCDFPLTB
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FAM-MASTER   ASSIGN TO PCDFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FAM-PERSON-ID
               FILE STATUS IS WS-FAM-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDFARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-FPL-FILE
           RECORDING MODE IS F.
       COPY PCDFPL.
       FD  PCD-FAM-MASTER.
       COPY PCDFAM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   FINANCIAL-ASSISTANCE TRANSACTION FROM THE BUSINESS OFFICE.    *
      **----------------------------------------------------------------*
       01  WS-TRANS-REC.
           05  WS-TX-PERSON-ID         PIC 9(009).
           05  WS-TX-PERSON-ID-X REDEFINES WS-TX-PERSON-ID
                                       PIC X(009).
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-APPLICATION               VALUE 'P'.
               88  WS-TX-SCREENING                 VALUE 'A'.
               88  WS-TX-DENIAL                    VALUE 'D'.
           05  WS-TX-DATE              PIC 9(008).
           05  WS-TX-DATE-R REDEFINES WS-TX-DATE.
               10  WS-TX-DATE-CCYY     PIC 9(004).
               10  WS-TX-DATE-MMDD     PIC 9(004).
           05  WS-TX-DATE-X REDEFINES WS-TX-DATE
                                       PIC X(008).
           05  WS-TX-ANNUAL-INCOME     PIC 9(008)V99.
           05  WS-TX-ANNUAL-INCOME-X REDEFINES WS-TX-ANNUAL-INCOME
                                       PIC X(010).
           05  WS-TX-HOUSEHOLD-SIZE    PIC 9(002).
           05  WS-TX-HOUSEHOLD-SIZE-X REDEFINES WS-TX-HOUSEHOLD-SIZE
                                       PIC X(002).
           05  WS-TX-TERM-DATE         PIC 9(008).
           05  WS-TX-TERM-DATE-X REDEFINES WS-TX-TERM-DATE
                                       PIC X(008).
           05  FILLER                  PIC X(042).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-FPL-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-FPL-END-OF-FILE                  VALUE 'Y'.
       77  WS-FAM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-FAM-FOUND                        VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RESULT-TEXT              PIC X(030)  VALUE SPACES.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-FPL-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FPL-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FPL-LARGEST-SIZE         PIC 9(002)  VALUE ZERO.
       77  WS-FPL-LARGEST-AMT          PIC 9(007)V99 VALUE ZERO.
       77  WS-FPL-ADDITIONAL-AMT       PIC 9(007)V99 VALUE ZERO.
       77  WS-FPL-GUIDELINE            PIC 9(009)V99 VALUE ZERO.
       77  WS-FPL-PCT-WORK             PIC 9(007)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPLICATIONS             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPROVALS                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-ELIGIBLE             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DENIALS                  PIC 9(007)  COMP  VALUE ZERO.
       77  WS-REJECTS                  PIC 9(007)  COMP  VALUE ZERO.
       01  WS-FPL-TABLE.
           05  WS-FPL-ENTRY OCCURS 200 TIMES.
               10  WS-FPL-YEAR         PIC 9(004).
               10  WS-FPL-SIZE         PIC 9(002).
               10  WS-FPL-AMT          PIC 9(007)V99.
      **----------------------------------------------------------------*
      **   SLIDING DISCOUNT SCALE -- INCOME AT OR UNDER THE PERCENT OF   *
      **   POVERTY LEVEL EARNS THE TIER AND DISCOUNT ON THE SAME ROW.    *
      **----------------------------------------------------------------*
       01  WS-SCALE-VALUES.
           05  FILLER                  PIC X(009)  VALUE '200110000'.
           05  FILLER                  PIC X(009)  VALUE '250207500'.
           05  FILLER                  PIC X(009)  VALUE '300305000'.
           05  FILLER                  PIC X(009)  VALUE '400402500'.
       01  WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           05  WS-SC-ENTRY OCCURS 4 TIMES INDEXED BY WS-SC-IDX.
               10  WS-SC-MAX-FPL-PCT   PIC 9(003).
               10  WS-SC-TIER          PIC X(001).
               10  WS-SC-DISCOUNT-PCT  PIC 9(003)V99.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD172 - FINANCIAL ASSISTANCE SCREENING           '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'PERSON ID  ACT  HH  ANNUAL INCOME  YEAR  FPL%  TIE'.
           05  FILLER                  PIC X(050)  VALUE
               'R  DISC %  RESULT                                 '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-PERSON-ID          PIC X(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-HOUSEHOLD-SIZE     PIC Z9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ANNUAL-INCOME      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FPL-YEAR           PIC 9(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FPL-PCT            PIC ZZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TIER               PIC X(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DISCOUNT-PCT       PIC ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(030).
           05  FILLER                  PIC X(041)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-TRANS-FILE
           OPEN INPUT  PCD-FPL-FILE
           OPEN I-O    PCD-FAM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM 1200-LOAD-FPL THRU 1200-EXIT
               UNTIL WS-FPL-END-OF-FILE
           CLOSE PCD-FPL-FILE
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TRANS.
           READ PCD-TRANS-FILE INTO WS-TRANS-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-LOAD-FPL.
           READ PCD-FPL-FILE
               AT END
                   SET WS-FPL-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF WS-FPL-COUNT < 200
               ADD 1 TO WS-FPL-COUNT
               MOVE PCD-FPL-YEAR           TO WS-FPL-YEAR (WS-FPL-COUNT)
               MOVE PCD-FPL-HOUSEHOLD-SIZE TO WS-FPL-SIZE (WS-FPL-COUNT)
               MOVE PCD-FPL-GUIDELINE-AMT  TO WS-FPL-AMT  (WS-FPL-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.
       2000-APPLY-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE 'N'    TO WS-REJECT-SWITCH
           PERFORM 2010-APPLY-TO-FAM THRU 2010-EXIT
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJECTS
           END-IF
           PERFORM 2900-REPORT-TRANS THRU 2900-EXIT
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2010-APPLY-TO-FAM.
           IF WS-TX-PERSON-ID-X NOT NUMERIC
            OR WS-TX-PERSON-ID = ZERO
               MOVE 'PERSON ID MISSING' TO WS-RESULT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2010-EXIT
           END-IF
           IF WS-TX-DATE-X NOT NUMERIC
            OR WS-TX-DATE = ZERO
               MOVE 'DATE MISSING OR NOT NUMERIC' TO WS-RESULT-TEXT
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2010-EXIT
           END-IF
           MOVE WS-TX-PERSON-ID TO PCD-FAM-PERSON-ID
           READ PCD-FAM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-FAM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-FAM-FILE-STATUS
           END-READ
           IF NOT WS-FAM-FOUND
               PERFORM 2050-NEW-FAM-ROW THRU 2050-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TX-APPLICATION
                   PERFORM 2100-RECORD-APPLICATION THRU 2100-EXIT
               WHEN WS-TX-SCREENING
                   PERFORM 2200-SCREEN-APPLICATION THRU 2200-EXIT
               WHEN WS-TX-DENIAL
                   SET PCD-FAM-DENIED    TO TRUE
                   MOVE WS-TX-DATE       TO PCD-FAM-DECISION-DATE
                   MOVE 'DENIED - INCOMPLETE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-DENIALS
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WS-RESULT-TEXT
           END-EVALUATE
           IF WS-RESULT-TEXT = 'UNKNOWN ACTION CODE'
            OR WS-RESULT-TEXT (1:8) = 'REJECTED'
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2010-EXIT
           END-IF
           MOVE WS-RUN-DATE TO PCD-FAM-LAST-UPDATE
           IF WS-FAM-FOUND
               REWRITE PCD-FAM-REC
           ELSE
               WRITE PCD-FAM-REC
           END-IF.
       2010-EXIT.
           EXIT.
       2050-NEW-FAM-ROW.
           MOVE SPACES              TO PCD-FAM-REC
           MOVE WS-TX-PERSON-ID     TO PCD-FAM-PERSON-ID
           MOVE ZERO                TO PCD-FAM-APPL-DATE
                                       PCD-FAM-DECISION-DATE
                                       PCD-FAM-HOUSEHOLD-SIZE
                                       PCD-FAM-LINKED-HH-SIZE
                                       PCD-FAM-ANNUAL-INCOME
                                       PCD-FAM-FPL-YEAR
                                       PCD-FAM-FPL-PCT
                                       PCD-FAM-DISCOUNT-PCT
                                       PCD-FAM-EFF-DATE
                                       PCD-FAM-TERM-DATE.
       2050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-RECORD-APPLICATION -- A RENEWAL FILED WHILE AN APPROVAL  *
      **   IS STILL IN FORCE LEAVES THE APPROVAL IN PLACE.               *
      **----------------------------------------------------------------*
       2100-RECORD-APPLICATION.
           MOVE WS-TX-DATE TO PCD-FAM-APPL-DATE
           ADD 1 TO WS-APPLICATIONS
           IF PCD-FAM-APPROVED
            AND PCD-FAM-EFF-DATE NOT > WS-RUN-DATE
            AND (PCD-FAM-TERM-DATE = ZERO
                 OR PCD-FAM-TERM-DATE NOT < WS-RUN-DATE)
               MOVE 'RENEWAL FILED - APPROVAL KEPT' TO WS-RESULT-TEXT
               GO TO 2100-EXIT
           END-IF
           SET PCD-FAM-PENDING TO TRUE
           MOVE 'APPLICATION PENDING' TO WS-RESULT-TEXT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-SCREEN-APPLICATION -- HOUSEHOLD SIZE AS KEYED, ELSE THE  *
      **   PCD096 LINKED SIZE, ELSE ONE.                                 *
      **----------------------------------------------------------------*
       2200-SCREEN-APPLICATION.
           IF WS-TX-ANNUAL-INCOME-X NOT NUMERIC
               MOVE 'REJECTED - INCOME NOT NUMERIC' TO WS-RESULT-TEXT
               GO TO 2200-EXIT
           END-IF
           IF WS-TX-HOUSEHOLD-SIZE-X IS NUMERIC
            AND WS-TX-HOUSEHOLD-SIZE > ZERO
               MOVE WS-TX-HOUSEHOLD-SIZE   TO PCD-FAM-HOUSEHOLD-SIZE
           ELSE
               IF PCD-FAM-LINKED-HH-SIZE > ZERO
                   MOVE PCD-FAM-LINKED-HH-SIZE TO PCD-FAM-HOUSEHOLD-SIZE
               ELSE
                   MOVE 1                  TO PCD-FAM-HOUSEHOLD-SIZE
               END-IF
           END-IF
           MOVE WS-TX-DATE-CCYY TO PCD-FAM-FPL-YEAR
           PERFORM 2300-FIND-GUIDELINE THRU 2300-EXIT
           IF WS-FPL-GUIDELINE = ZERO
               MOVE 'REJECTED - NO FPL TABLE FOR YR' TO WS-RESULT-TEXT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-TX-ANNUAL-INCOME TO PCD-FAM-ANNUAL-INCOME
           COMPUTE WS-FPL-PCT-WORK
               = WS-TX-ANNUAL-INCOME * 100 / WS-FPL-GUIDELINE
           IF WS-FPL-PCT-WORK > 999
               MOVE 999 TO PCD-FAM-FPL-PCT
           ELSE
               MOVE WS-FPL-PCT-WORK TO PCD-FAM-FPL-PCT
           END-IF
           MOVE WS-TX-DATE  TO PCD-FAM-EFF-DATE
                               PCD-FAM-DECISION-DATE
           IF WS-TX-TERM-DATE-X IS NUMERIC
            AND WS-TX-TERM-DATE > ZERO
               MOVE WS-TX-TERM-DATE TO PCD-FAM-TERM-DATE
           ELSE
               COMPUTE PCD-FAM-TERM-DATE
                   = ((WS-TX-DATE-CCYY + 1) * 10000) + WS-TX-DATE-MMDD
           END-IF
           SET WS-SC-IDX TO 1
           SEARCH WS-SC-ENTRY
               AT END
                   SET PCD-FAM-NOT-ELIGIBLE TO TRUE
                   MOVE SPACE TO PCD-FAM-TIER
                   MOVE ZERO  TO PCD-FAM-DISCOUNT-PCT
                   MOVE 'NOT ELIGIBLE - OVER SCALE' TO WS-RESULT-TEXT
                   ADD 1 TO WS-NOT-ELIGIBLE
               WHEN PCD-FAM-FPL-PCT NOT > WS-SC-MAX-FPL-PCT (WS-SC-IDX)
                   SET PCD-FAM-APPROVED TO TRUE
                   MOVE WS-SC-TIER (WS-SC-IDX) TO PCD-FAM-TIER
                   MOVE WS-SC-DISCOUNT-PCT (WS-SC-IDX)
                       TO PCD-FAM-DISCOUNT-PCT
                   MOVE 'APPROVED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-APPROVALS
           END-SEARCH.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-FIND-GUIDELINE -- A HOUSEHOLD LARGER THAN THE TABLE      *
      **   GOES IN AT THE LARGEST SIZE PLUS THE SIZE-99 AMOUNT FOR EACH  *
      **   EXTRA PERSON.                                                 *
      **----------------------------------------------------------------*
       2300-FIND-GUIDELINE.
           MOVE ZERO TO WS-FPL-GUIDELINE
                        WS-FPL-LARGEST-SIZE
                        WS-FPL-LARGEST-AMT
                        WS-FPL-ADDITIONAL-AMT
           PERFORM 2310-CHECK-FPL-ENTRY THRU 2310-EXIT
               VARYING WS-FPL-SUB FROM 1 BY 1
               UNTIL WS-FPL-SUB > WS-FPL-COUNT
           IF WS-FPL-GUIDELINE = ZERO
            AND WS-FPL-LARGEST-SIZE > ZERO
            AND PCD-FAM-HOUSEHOLD-SIZE > WS-FPL-LARGEST-SIZE
               COMPUTE WS-FPL-GUIDELINE
                   = WS-FPL-LARGEST-AMT
                   + ((PCD-FAM-HOUSEHOLD-SIZE - WS-FPL-LARGEST-SIZE)
                      * WS-FPL-ADDITIONAL-AMT)
           END-IF.
       2300-EXIT.
           EXIT.
       2310-CHECK-FPL-ENTRY.
           IF WS-FPL-YEAR (WS-FPL-SUB) NOT = PCD-FAM-FPL-YEAR
               GO TO 2310-EXIT
           END-IF
           IF WS-FPL-SIZE (WS-FPL-SUB) = 99
               MOVE WS-FPL-AMT (WS-FPL-SUB) TO WS-FPL-ADDITIONAL-AMT
               GO TO 2310-EXIT
           END-IF
           IF WS-FPL-SIZE (WS-FPL-SUB) = PCD-FAM-HOUSEHOLD-SIZE
               MOVE WS-FPL-AMT (WS-FPL-SUB) TO WS-FPL-GUIDELINE
           END-IF
           IF WS-FPL-SIZE (WS-FPL-SUB) > WS-FPL-LARGEST-SIZE
               MOVE WS-FPL-SIZE (WS-FPL-SUB) TO WS-FPL-LARGEST-SIZE
               MOVE WS-FPL-AMT (WS-FPL-SUB)  TO WS-FPL-LARGEST-AMT
           END-IF.
       2310-EXIT.
           EXIT.
       2900-REPORT-TRANS.
           MOVE WS-TX-PERSON-ID-X      TO WS-D-PERSON-ID
           MOVE WS-TX-ACTION           TO WS-D-ACTION
           MOVE ZERO                   TO WS-D-HOUSEHOLD-SIZE
                                          WS-D-ANNUAL-INCOME
                                          WS-D-FPL-PCT
                                          WS-D-DISCOUNT-PCT
           MOVE ZERO                   TO WS-D-FPL-YEAR
           IF WS-TX-SCREENING AND WS-RESULT-TEXT (1:8) NOT = 'REJECTED'
               MOVE PCD-FAM-HOUSEHOLD-SIZE TO WS-D-HOUSEHOLD-SIZE
               MOVE PCD-FAM-ANNUAL-INCOME  TO WS-D-ANNUAL-INCOME
               MOVE PCD-FAM-FPL-YEAR       TO WS-D-FPL-YEAR
               MOVE PCD-FAM-FPL-PCT        TO WS-D-FPL-PCT
               MOVE PCD-FAM-TIER           TO WS-D-TIER
               MOVE PCD-FAM-DISCOUNT-PCT   TO WS-D-DISCOUNT-PCT
           END-IF
           MOVE WS-RESULT-TEXT         TO WS-D-RESULT
           MOVE WS-REPORT-DETAIL       TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-FAM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD172 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD172 - APPLICATIONS RECEIVED: ' WS-APPLICATIONS
           DISPLAY 'PCD172 - APPROVED:              ' WS-APPROVALS
           DISPLAY 'PCD172 - NOT ELIGIBLE:          ' WS-NOT-ELIGIBLE
           DISPLAY 'PCD172 - DENIED:                ' WS-DENIALS
           DISPLAY 'PCD172 - REJECTED:              ' WS-REJECTS.
       9000-EXIT.
           EXIT.
