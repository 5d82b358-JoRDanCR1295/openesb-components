      **==============================================================*
      **                                                               *
      **    PROGRAM: PCDBDAY          SYSTEM: PCDS                     *
      **    BUSINESS-DAY CALENDAR SERVICE                              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  CALLED SUBPROGRAM  *
      **                          (AREA PCDBDYA) THAT ADDS BUSINESS    *
      **                          DAYS TO A DATE OR COUNTS THE         *
      **                          BUSINESS DAYS BETWEEN TWO DATES,     *
      **                          SKIPPING WEEKENDS AND THE HOLIDAYS   *
      **                          ON THE PCDHOLI CALENDAR FILE, WHICH  *
      **                          IS READ ON THE FIRST CALL.  WRITTEN  *
      **                          FOR THE NO SURPRISES ACT NEGOTIATION *
      **                          AND IDR DEADLINES, WHICH THE         *
      **                          REGULATIONS COUNT IN BUSINESS DAYS.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCDBDAY.
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
           SELECT PCD-HOLI-FILE   ASSIGN TO PCDHOLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLI-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-HOLI-FILE
           RECORDING MODE IS F.
       01  FD-HOLI-REC                PIC X(080).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   ONE RECORD PER OBSERVED HOLIDAY, ANY ORDER.  THE DESCRIPTION  *
      **   IS FOR THE PEOPLE WHO KEEP THE FILE.                          *
      **----------------------------------------------------------------*
       01  WS-HOLI-REC.
           05  WS-HL-DATE-X            PIC X(008).
           05  WS-HL-DATE REDEFINES WS-HL-DATE-X
                                       PIC 9(008).
           05  WS-HL-DESCRIPTION       PIC X(030).
           05  FILLER                  PIC X(042).
       77  WS-HOLI-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HOLI-OK                          VALUE '00'.
       77  WS-HOLI-EOF-SW              PIC X(001)  VALUE 'N'.
           88  WS-HOLI-EOF                         VALUE 'Y'.
       77  WS-CALENDAR-LOADED-SW       PIC X(001)  VALUE 'N'.
           88  WS-CALENDAR-LOADED                  VALUE 'Y'.
       77  WS-CALENDAR-MISSING-SW      PIC X(001)  VALUE 'N'.
           88  WS-CALENDAR-MISSING                 VALUE 'Y'.
       77  WS-BUSINESS-DAY-SW          PIC X(001)  VALUE 'N'.
           88  WS-BUSINESS-DAY                     VALUE 'Y'.
       77  WS-DATE-VALID-SW            PIC X(001)  VALUE 'N'.
           88  WS-DATE-VALID                       VALUE 'Y'.
       77  WS-HOLI-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HOLI-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HOLI-MAX                 PIC 9(003)  COMP  VALUE 300.
       77  WS-STEPS                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MAX-STEPS                PIC 9(005)  COMP  VALUE 3700.
       77  WS-BUS-COUNT                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-WANTED                   PIC 9(005)  COMP  VALUE ZERO.
       77  WS-WEEKDAY                  PIC 9(001)  VALUE ZERO.
       77  WS-MONTH-LAST-DAY           PIC 9(002)  VALUE ZERO.
       77  WS-YEAR                     PIC 9(005)  VALUE ZERO.
       77  WS-MONTH                    PIC 9(002)  VALUE ZERO.
       77  WS-QUOTIENT                 PIC 9(007)  VALUE ZERO.
       77  WS-REM-4                    PIC 9(003)  VALUE ZERO.
       77  WS-REM-100                  PIC 9(003)  VALUE ZERO.
       77  WS-REM-400                  PIC 9(003)  VALUE ZERO.
       77  WS-QUOT-4                   PIC 9(005)  VALUE ZERO.
       77  WS-QUOT-100                 PIC 9(005)  VALUE ZERO.
       77  WS-QUOT-400                 PIC 9(005)  VALUE ZERO.
       77  WS-MONTH-TERM               PIC 9(005)  VALUE ZERO.
       77  WS-DAY-NUMBER               PIC 9(009)  VALUE ZERO.
       77  WS-END-DATE                 PIC 9(008)  VALUE ZERO.
       01  WS-CUR-DATE                 PIC 9(008)  VALUE ZERO.
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05  WS-CUR-CCYY             PIC 9(004).
           05  WS-CUR-MM               PIC 9(002).
           05  WS-CUR-DD               PIC 9(002).
       01  WS-MONTH-DAYS-X             PIC X(024)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-DAYS           PIC 9(002)  OCCURS 12 TIMES.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE         PIC 9(008)  OCCURS 300 TIMES.
       LINKAGE SECTION.
       COPY PCDBDYA.
       PROCEDURE DIVISION USING PCD-BDYA-AREA.
       0000-MAINLINE.
           MOVE '00' TO PCD-BDYA-RETURN-CODE
           IF NOT WS-CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-BDYA-ADD
                   PERFORM 2000-ADD-DAYS   THRU 2000-EXIT
               WHEN PCD-BDYA-COUNT
                   PERFORM 2500-COUNT-DAYS THRU 2500-EXIT
               WHEN OTHER
                   MOVE '08' TO PCD-BDYA-RETURN-CODE
           END-EVALUATE
           IF PCD-BDYA-DONE
              AND WS-CALENDAR-MISSING
               MOVE '04' TO PCD-BDYA-RETURN-CODE
           END-IF
           GOBACK.
      **----------------------------------------------------------------*
      **   1000-LOAD-CALENDAR -- READ ONCE ON THE FIRST CALL AND HELD    *
      **   FOR THE REST OF THE CALLER'S RUN.  WITHOUT THE FILE ONLY      *
      **   WEEKENDS ARE SKIPPED AND EVERY CALL RETURNS '04'.             *
      **----------------------------------------------------------------*
       1000-LOAD-CALENDAR.
           SET WS-CALENDAR-LOADED TO TRUE
           OPEN INPUT PCD-HOLI-FILE
           IF NOT WS-HOLI-OK
               SET WS-CALENDAR-MISSING TO TRUE
               DISPLAY 'PCDBDAY - PCDHOLI NOT AVAILABLE, STATUS '
                   WS-HOLI-FILE-STATUS ' - WEEKENDS ONLY'
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT
               UNTIL WS-HOLI-EOF
           CLOSE PCD-HOLI-FILE.
       1000-EXIT.
           EXIT.
       1100-READ-HOLIDAY.
           READ PCD-HOLI-FILE INTO WS-HOLI-REC
               AT END
                   SET WS-HOLI-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF WS-HL-DATE-X NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           IF WS-HOLI-COUNT = WS-HOLI-MAX
               DISPLAY 'PCDBDAY - HOLIDAY TABLE FULL, SKIPPED '
                   WS-HL-DATE-X
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-HOLI-COUNT
           MOVE WS-HL-DATE TO WS-HOLIDAY-DATE (WS-HOLI-COUNT).
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-ADD-DAYS -- STEPS FORWARD ONE CALENDAR DAY AT A TIME     *
      **   UNTIL THE REQUESTED NUMBER OF BUSINESS DAYS HAS PASSED.       *
      **----------------------------------------------------------------*
       2000-ADD-DAYS.
           MOVE PCD-BDYA-FROM-DATE TO WS-CUR-DATE
           PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT
           IF NOT WS-DATE-VALID
              OR PCD-BDYA-DAYS < ZERO
               MOVE '08' TO PCD-BDYA-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE PCD-BDYA-DAYS TO WS-WANTED
           PERFORM 3100-FIND-WEEKDAY THRU 3100-EXIT
           MOVE ZERO TO WS-BUS-COUNT
                        WS-STEPS
           PERFORM 3200-NEXT-DAY THRU 3200-EXIT
               UNTIL WS-BUS-COUNT NOT < WS-WANTED
                  OR WS-STEPS > WS-MAX-STEPS
           IF WS-STEPS > WS-MAX-STEPS
               MOVE '08' TO PCD-BDYA-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-CUR-DATE TO PCD-BDYA-TO-DATE.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-COUNT-DAYS -- COUNTS FROM THE EARLIER DATE TO THE LATER  *
      **   AND SIGNS THE RESULT BY WHICH OF THE TWO CAME FIRST.          *
      **----------------------------------------------------------------*
       2500-COUNT-DAYS.
           MOVE PCD-BDYA-TO-DATE TO WS-CUR-DATE
           PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT
           IF NOT WS-DATE-VALID
               MOVE '08' TO PCD-BDYA-RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE PCD-BDYA-FROM-DATE TO WS-CUR-DATE
           PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT
           IF NOT WS-DATE-VALID
               MOVE '08' TO PCD-BDYA-RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           IF PCD-BDYA-TO-DATE < PCD-BDYA-FROM-DATE
               MOVE PCD-BDYA-TO-DATE   TO WS-CUR-DATE
               MOVE PCD-BDYA-FROM-DATE TO WS-END-DATE
           ELSE
               MOVE PCD-BDYA-FROM-DATE TO WS-CUR-DATE
               MOVE PCD-BDYA-TO-DATE   TO WS-END-DATE
           END-IF
           PERFORM 3100-FIND-WEEKDAY THRU 3100-EXIT
           MOVE ZERO TO WS-BUS-COUNT
                        WS-STEPS
           PERFORM 3200-NEXT-DAY THRU 3200-EXIT
               UNTIL WS-CUR-DATE NOT < WS-END-DATE
                  OR WS-STEPS > WS-MAX-STEPS
           IF WS-STEPS > WS-MAX-STEPS
               MOVE '08' TO PCD-BDYA-RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           IF PCD-BDYA-TO-DATE < PCD-BDYA-FROM-DATE
               COMPUTE PCD-BDYA-DAYS = ZERO - WS-BUS-COUNT
           ELSE
               MOVE WS-BUS-COUNT TO PCD-BDYA-DAYS
           END-IF.
       2500-EXIT.
           EXIT.
       3000-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-CUR-DATE NOT NUMERIC
               GO TO 3000-EXIT
           END-IF
           IF WS-CUR-CCYY < 1900
            OR WS-CUR-MM < 1
            OR WS-CUR-MM > 12
            OR WS-CUR-DD < 1
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-MONTH-LENGTH THRU 3300-EXIT
           IF WS-CUR-DD > WS-MONTH-LAST-DAY
               GO TO 3000-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-FIND-WEEKDAY -- DAY NUMBER OF THE GREGORIAN DATE, COUNTED *
      **   IN A YEAR THAT STARTS ON 1 MARCH SO THE LEAP DAY FALLS LAST.  *
      **   THE REMAINDER BY 7 GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.   *
      **----------------------------------------------------------------*
       3100-FIND-WEEKDAY.
           MOVE WS-CUR-CCYY TO WS-YEAR
           MOVE WS-CUR-MM   TO WS-MONTH
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
                                 + WS-CUR-DD + 1
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-WEEKDAY.
       3100-EXIT.
           EXIT.
       3200-NEXT-DAY.
           ADD 1 TO WS-STEPS
           PERFORM 3300-MONTH-LENGTH THRU 3300-EXIT
           IF WS-CUR-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-CUR-DD
           ELSE
               MOVE 1 TO WS-CUR-DD
               IF WS-CUR-MM = 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-CCYY
               ELSE
                   ADD 1 TO WS-CUR-MM
               END-IF
           END-IF
           IF WS-WEEKDAY = 6
               MOVE ZERO TO WS-WEEKDAY
           ELSE
               ADD 1 TO WS-WEEKDAY
           END-IF
           PERFORM 3400-CHECK-BUSINESS-DAY THRU 3400-EXIT
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-BUS-COUNT
           END-IF.
       3200-EXIT.
           EXIT.
       3300-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-CUR-MM) TO WS-MONTH-LAST-DAY
           IF WS-CUR-MM NOT = 2
               GO TO 3300-EXIT
           END-IF
           DIVIDE WS-CUR-CCYY BY 4   GIVING WS-QUOTIENT
               REMAINDER WS-REM-4
           DIVIDE WS-CUR-CCYY BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-REM-100
           DIVIDE WS-CUR-CCYY BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-REM-400
           IF WS-REM-4 = ZERO
              AND (WS-REM-100 NOT = ZERO
                OR WS-REM-400 = ZERO)
               MOVE 29 TO WS-MONTH-LAST-DAY
           END-IF.
       3300-EXIT.
           EXIT.
       3400-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           IF WS-WEEKDAY > 4
               GO TO 3400-EXIT
           END-IF
           SET WS-BUSINESS-DAY TO TRUE
           PERFORM VARYING WS-HOLI-SUB FROM 1 BY 1
                   UNTIL WS-HOLI-SUB > WS-HOLI-COUNT
               IF WS-HOLIDAY-DATE (WS-HOLI-SUB) = WS-CUR-DATE
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.
       3400-EXIT.
           EXIT.
