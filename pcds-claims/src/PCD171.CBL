      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD171              SYSTEM: PCDS                 *
      **    MONTH-END COLLECTION-AGENCY PLACEMENT AND RECOVERY REPORT *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  MONTH-END.         *
      **                          BROWSES THE PCDPATL PATIENT AR       *
      **                          LEDGER AND, FOR EACH AGENCY ON       *
      **                          PCDAGYTB, PRINTS ON PCDAGYRP THE     *
      **                          ACCOUNTS AND DOLLARS PLACED TO DATE, *
      **                          THE PLACEMENTS MADE THIS MONTH, WHAT *
      **                          THE AGENCY STILL HOLDS (ACCOUNTS AND *
      **                          OPEN BALANCE), WHAT IT HAS           *
      **                          COLLECTED, THE ACCOUNTS RETURNED     *
      **                          UNCOLLECTABLE, DISPUTED OR RECALLED, *
      **                          AND ITS RECOVERY RATE -- COLLECTED   *
      **                          AS A PERCENT OF DOLLARS PLACED.  AN  *
      **                          AGENCY ON THE LEDGER BUT NOT ON THE  *
      **                          TABLE IS STILL REPORTED.             *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD171.
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
           SELECT PCD-PATL-MASTER  ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-AGENCY-FILE  ASSIGN TO PCDAGYTB
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDAGYRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-AGENCY-FILE
           RECORDING MODE IS F.
       COPY PCDAGYT.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-AGY-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-AGY-END-OF-FILE                  VALUE 'Y'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-AGY-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AGY-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TABLE-FULL-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYYMM           PIC 9(006).
           05  FILLER                  PIC 9(002).
       01  WS-PLACED-DATE              PIC 9(008)  VALUE ZERO.
       01  WS-PLACED-DATE-R REDEFINES WS-PLACED-DATE.
           05  WS-PLACED-CCYYMM        PIC 9(006).
           05  FILLER                  PIC 9(002).
      **----------------------------------------------------------------*
      **   ONE ENTRY PER AGENCY; THE LAST ENTRY CARRIES THE TOTALS.      *
      **----------------------------------------------------------------*
       01  WS-AGENCY-TABLE.
           05  WS-AGY-ENTRY OCCURS 51 TIMES INDEXED BY WS-AGY-IDX.
               10  WS-AGY-ID           PIC X(005).
               10  WS-AGY-NAME         PIC X(024).
               10  WS-AGY-PLACED-CNT   PIC 9(007)  COMP.
               10  WS-AGY-PLACED-AMT   PIC S9(011)V99 COMP-3.
               10  WS-AGY-NEW-CNT      PIC 9(007)  COMP.
               10  WS-AGY-HELD-CNT     PIC 9(007)  COMP.
               10  WS-AGY-HELD-AMT     PIC S9(011)V99 COMP-3.
               10  WS-AGY-COLLECTED    PIC S9(011)V99 COMP-3.
               10  WS-AGY-UNCOLL-CNT   PIC 9(007)  COMP.
               10  WS-AGY-DISPUTE-CNT  PIC 9(007)  COMP.
               10  WS-AGY-RECALL-CNT   PIC 9(007)  COMP.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD171 - COLLECTION AGENCY PLACEMENT AND RECOVERY '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '                               PLACED        PLACE'.
           05  FILLER                  PIC X(050)  VALUE
               'D    NEW  STILL         STILL     COLLECTED RETURN'.
           05  FILLER                  PIC X(032)  VALUE
               '                RECOV           '.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               'AGCY  AGENCY NAME               ACCTS        AMOUN'.
           05  FILLER                  PIC X(050)  VALUE
               'T THS MO  ACCTS       BALANCE        AMOUNT UNCOLL'.
           05  FILLER                  PIC X(032)  VALUE
               ' DISPUT RECALL RATE %           '.
       01  WS-REPORT-DETAIL.
           05  WS-D-AGENCY-ID          PIC X(005).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-AGENCY-NAME        PIC X(024).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PLACED-CNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PLACED-AMT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-NEW-CNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-HELD-CNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-HELD-AMT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-COLLECTED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-UNCOLL-CNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-DISPUTE-CNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-RECALL-CNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-RECOVERY-RATE      PIC ZZ9.99.
           05  FILLER                  PIC X(005)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-REPORT   THRU 3000-EXIT
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-PATL-MASTER
           OPEN INPUT  PCD-AGENCY-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM 1200-LOAD-AGENCY THRU 1200-EXIT
               UNTIL WS-AGY-END-OF-FILE
           CLOSE PCD-AGENCY-FILE
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-LEDGER.
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-LOAD-AGENCY.
           READ PCD-AGENCY-FILE
               AT END
                   SET WS-AGY-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF WS-AGY-COUNT < 50
               ADD 1 TO WS-AGY-COUNT
               MOVE WS-AGY-COUNT TO WS-AGY-SUB
               PERFORM 1300-CLEAR-ENTRY THRU 1300-EXIT
               MOVE PCD-AGYT-AGENCY-ID   TO WS-AGY-ID (WS-AGY-COUNT)
               MOVE PCD-AGYT-AGENCY-NAME TO WS-AGY-NAME (WS-AGY-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.
       1300-CLEAR-ENTRY.
           MOVE ZERO TO WS-AGY-PLACED-CNT  (WS-AGY-SUB)
                        WS-AGY-PLACED-AMT  (WS-AGY-SUB)
                        WS-AGY-NEW-CNT     (WS-AGY-SUB)
                        WS-AGY-HELD-CNT    (WS-AGY-SUB)
                        WS-AGY-HELD-AMT    (WS-AGY-SUB)
                        WS-AGY-COLLECTED   (WS-AGY-SUB)
                        WS-AGY-UNCOLL-CNT  (WS-AGY-SUB)
                        WS-AGY-DISPUTE-CNT (WS-AGY-SUB)
                        WS-AGY-RECALL-CNT  (WS-AGY-SUB).
       1300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-LEDGER -- A ROW CARRIES ONLY ITS LATEST          *
      **   PLACEMENT, SO IT COUNTS ONCE, FOR THAT AGENCY.                *
      **----------------------------------------------------------------*
       2000-PROCESS-LEDGER.
           ADD 1 TO WS-ROWS-READ
           IF PCD-PATL-AGENCY-ID = SPACES
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           SET WS-AGY-IDX TO 1
           SEARCH WS-AGY-ENTRY
               AT END
                   PERFORM 2100-ADD-AGENCY THRU 2100-EXIT
               WHEN WS-AGY-IDX > WS-AGY-COUNT
                   PERFORM 2100-ADD-AGENCY THRU 2100-EXIT
               WHEN WS-AGY-ID (WS-AGY-IDX) = PCD-PATL-AGENCY-ID
                   CONTINUE
           END-SEARCH
           IF WS-AGY-IDX > WS-AGY-COUNT
               ADD 1 TO WS-TABLE-FULL-COUNT
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-AGY-PLACED-CNT (WS-AGY-IDX)
           ADD PCD-PATL-PLACED-AMT
               TO WS-AGY-PLACED-AMT (WS-AGY-IDX)
           ADD PCD-PATL-AGENCY-PAID-AMT
               TO WS-AGY-COLLECTED (WS-AGY-IDX)
           MOVE PCD-PATL-PLACED-DATE TO WS-PLACED-DATE
           IF WS-PLACED-CCYYMM = WS-RUN-CCYYMM
               ADD 1 TO WS-AGY-NEW-CNT (WS-AGY-IDX)
           END-IF
           EVALUATE TRUE
               WHEN PCD-PATL-WITH-AGENCY
                   IF PCD-PATL-BALANCE-AMT > ZERO
                       ADD 1 TO WS-AGY-HELD-CNT (WS-AGY-IDX)
                       ADD PCD-PATL-BALANCE-AMT
                           TO WS-AGY-HELD-AMT (WS-AGY-IDX)
                   END-IF
               WHEN PCD-PATL-RETURNED-UNCOLL
                   ADD 1 TO WS-AGY-UNCOLL-CNT (WS-AGY-IDX)
               WHEN PCD-PATL-DISPUTED
                   ADD 1 TO WS-AGY-DISPUTE-CNT (WS-AGY-IDX)
               WHEN PCD-PATL-RECALLED
                   ADD 1 TO WS-AGY-RECALL-CNT (WS-AGY-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-ADD-AGENCY.
           IF WS-AGY-COUNT < 50
               ADD 1 TO WS-AGY-COUNT
               MOVE WS-AGY-COUNT TO WS-AGY-SUB
               PERFORM 1300-CLEAR-ENTRY THRU 1300-EXIT
               MOVE PCD-PATL-AGENCY-ID    TO WS-AGY-ID (WS-AGY-COUNT)
               MOVE 'NOT ON AGENCY TABLE' TO WS-AGY-NAME (WS-AGY-COUNT)
               SET WS-AGY-IDX TO WS-AGY-COUNT
           ELSE
               SET WS-AGY-IDX TO 51
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-PRINT-REPORT -- ENTRY 51 ACCUMULATES THE GRAND TOTAL.    *
      **----------------------------------------------------------------*
       3000-PRINT-REPORT.
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-3 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 51 TO WS-AGY-SUB
           PERFORM 1300-CLEAR-ENTRY THRU 1300-EXIT
           MOVE SPACES                TO WS-AGY-ID (51)
           MOVE 'TOTAL ALL AGENCIES'  TO WS-AGY-NAME (51)
           PERFORM 3100-PRINT-AGENCY THRU 3100-EXIT
               VARYING WS-AGY-SUB FROM 1 BY 1
               UNTIL WS-AGY-SUB > WS-AGY-COUNT
           MOVE 51 TO WS-AGY-SUB
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
       3100-PRINT-AGENCY.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT
           ADD WS-AGY-PLACED-CNT (WS-AGY-SUB)
               TO WS-AGY-PLACED-CNT (51)
           ADD WS-AGY-PLACED-AMT (WS-AGY-SUB)
               TO WS-AGY-PLACED-AMT (51)
           ADD WS-AGY-NEW-CNT (WS-AGY-SUB)
               TO WS-AGY-NEW-CNT (51)
           ADD WS-AGY-HELD-CNT (WS-AGY-SUB)
               TO WS-AGY-HELD-CNT (51)
           ADD WS-AGY-HELD-AMT (WS-AGY-SUB)
               TO WS-AGY-HELD-AMT (51)
           ADD WS-AGY-COLLECTED (WS-AGY-SUB)
               TO WS-AGY-COLLECTED (51)
           ADD WS-AGY-UNCOLL-CNT (WS-AGY-SUB)
               TO WS-AGY-UNCOLL-CNT (51)
           ADD WS-AGY-DISPUTE-CNT (WS-AGY-SUB)
               TO WS-AGY-DISPUTE-CNT (51)
           ADD WS-AGY-RECALL-CNT (WS-AGY-SUB)
               TO WS-AGY-RECALL-CNT (51).
       3100-EXIT.
           EXIT.
       3200-PRINT-LINE.
           MOVE WS-AGY-ID          (WS-AGY-SUB) TO WS-D-AGENCY-ID
           MOVE WS-AGY-NAME        (WS-AGY-SUB) TO WS-D-AGENCY-NAME
           MOVE WS-AGY-PLACED-CNT  (WS-AGY-SUB) TO WS-D-PLACED-CNT
           MOVE WS-AGY-PLACED-AMT  (WS-AGY-SUB) TO WS-D-PLACED-AMT
           MOVE WS-AGY-NEW-CNT     (WS-AGY-SUB) TO WS-D-NEW-CNT
           MOVE WS-AGY-HELD-CNT    (WS-AGY-SUB) TO WS-D-HELD-CNT
           MOVE WS-AGY-HELD-AMT    (WS-AGY-SUB) TO WS-D-HELD-AMT
           MOVE WS-AGY-COLLECTED   (WS-AGY-SUB) TO WS-D-COLLECTED
           MOVE WS-AGY-UNCOLL-CNT  (WS-AGY-SUB) TO WS-D-UNCOLL-CNT
           MOVE WS-AGY-DISPUTE-CNT (WS-AGY-SUB) TO WS-D-DISPUTE-CNT
           MOVE WS-AGY-RECALL-CNT  (WS-AGY-SUB) TO WS-D-RECALL-CNT
           MOVE ZERO TO WS-D-RECOVERY-RATE
           IF WS-AGY-PLACED-AMT (WS-AGY-SUB) > ZERO
               COMPUTE WS-D-RECOVERY-RATE ROUNDED
                   = WS-AGY-COLLECTED (WS-AGY-SUB) * 100
                   / WS-AGY-PLACED-AMT (WS-AGY-SUB)
           END-IF
           MOVE WS-REPORT-DETAIL TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       3200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD171 - AGENCIES REPORTED:     ' WS-AGY-COUNT
           DISPLAY 'PCD171 - ROWS OVER TABLE LIMIT: '
               WS-TABLE-FULL-COUNT.
       9000-EXIT.
           EXIT.
