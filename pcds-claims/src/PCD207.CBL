      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD207           SYSTEM: PCDS                     *
      **    TRADING-PARTNER TEST-FILE SCORING AND CERTIFICATION        *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  SCORES EVERY FILE  *
      **                          ON THE PCDTESTS TEST STREAM ONCE THE *
      **                          TEST-PATH EDIT CHAIN HAS RUN:        *
      **                          ENVELOPE STRUCTURE (A0/B0/Y0/Z0      *
      **                          ORDER AND TRAILER FORMAT), BALANCING *
      **                          TO EACH Y0 AND THE Z0, AND THE SHARE *
      **                          OF CLAIMS THE EDIT CHAIN SUSPENDED   *
      **                          (PCDTSUSQ).  AN ONBOARDING PARTNER'S *
      **                          PCDONBM ROW CARRIES THE SCORE AND    *
      **                          ITS RUN OF CONSECUTIVE CLEAN FILES,  *
      **                          AND IS CERTIFIED ONCE THE RUN        *
      **                          REACHES THE REQUIRED COUNT.  THE     *
      **                          PCDCERTR CERTIFICATION REPORT LISTS  *
      **                          EACH FILE'S SCORE AND FINDINGS FOR   *
      **                          RETURN TO THE PARTNER.               *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD207.
       AUTHOR.        EDI OPERATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TEST-FILE     ASSIGN TO PCDTESTS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDTSUSQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ONBM-MASTER   ASSIGN TO PCDONBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ONBM-SUB-EIN
               FILE STATUS IS WS-ONBM-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDCERTR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TEST-FILE
           RECORDING MODE IS F.
       01  PCD-TEST-RECORD            PIC X(192).
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-ONBM-MASTER.
       COPY PCDONBM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SUSP-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SUSP-END-OF-FILE                 VALUE 'Y'.
       77  WS-SUSP-FOUND-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-SUSP-FOUND                       VALUE 'Y'.
       77  WS-ONBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ONBM-FOUND                       VALUE '00'.
       77  WS-FILE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-FILE-OPEN                        VALUE 'Y'.
       77  WS-BATCH-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-BATCH-OPEN                       VALUE 'Y'.
       77  WS-BALANCED-SWITCH          PIC X(001)  VALUE 'Y'.
           88  WS-FILE-BALANCED                    VALUE 'Y'.
       77  WS-CLEAN-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-FILE-CLEAN                       VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-SUB-EIN          PIC 9(009)  VALUE ZERO.
       77  WS-BATCH-NUM-SAVE           PIC X(002)  VALUE SPACES.
       77  WS-BATCH-RECS               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-CLAIMS             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-SVC-LINES          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-CHARGES           PIC S9(010)V99  COMP-3 VALUE ZERO.
       77  WS-FILE-RECS                PIC 9(009)  COMP  VALUE ZERO.
       77  WS-FILE-CLAIMS              PIC 9(009)  COMP  VALUE ZERO.
       77  WS-FILE-SVC-LINES           PIC 9(009)  COMP  VALUE ZERO.
       77  WS-FILE-CHARGES            PIC S9(013)V99  COMP-3 VALUE ZERO.
       77  WS-FILE-FAILED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILE-STRUCT-ERRS         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-FAIL-PCT                 PIC 9(003)V99  VALUE ZERO.
       77  WS-NOTE-TEXT                PIC X(060)  VALUE SPACES.
       77  WS-STATUS-TEXT              PIC X(012)  VALUE SPACES.
       77  WS-SUSP-SUB                 PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SUSP-COUNT               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SUSP-MAX                 PIC 9(005)  COMP  VALUE 5000.
       77  WS-SUSP-DROPPED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOTE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-NOTE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ORPHAN-RECS              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILES-SCORED             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-FILES-CLEAN              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-FILES-NOT-ONBOARDING     PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PARTNERS-CERTIFIED       PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PARTNERS-DECERTIFIED     PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   CLAIMS THE TEST-PATH EDIT CHAIN SUSPENDED, ONE ENTRY PER JOB  *
      **   AND PATIENT CONTROL NUMBER HOWEVER MANY EDITS THE CLAIM       *
      **   FAILED.  FILE- AND BATCH-LEVEL ITEMS (NO PATIENT CONTROL      *
      **   NUMBER) ARE LEFT OUT; BALANCING IS SCORED HERE DIRECTLY.      *
      **----------------------------------------------------------------*
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 5000 TIMES.
               10  WS-ST-JOBNUM        PIC X(008).
               10  WS-ST-PAT-CNTL-NO   PIC X(020).
      **----------------------------------------------------------------*
      **   STRUCTURAL AND BALANCING FINDINGS FOR THE FILE BEING SCORED,  *
      **   PRINTED UNDER ITS CERTIFICATION LINE.  FINDINGS PAST THE      *
      **   TENTH ARE COUNTED BUT NOT LISTED.                             *
      **----------------------------------------------------------------*
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 10 TIMES.
               10  WS-NT-TEXT          PIC X(060).
               10  WS-NT-RECORD        PIC 9(009).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD207 - TRADING-PARTNER TEST FILE CERTIFICATION'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' SUB EIN    PARTNER NAME                    JOBNUM'.
           05  FILLER                  PIC X(050)  VALUE
               '      CLAIMS   FAILED   FAIL%  STRUCT  BAL  RESULT'.
           05  FILLER                  PIC X(032)  VALUE
               '   CLEAN RUN  STATUS'.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-SUB-EIN            PIC 9(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PARTNER-NAME       PIC X(030).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-JOBNUM             PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CLAIMS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FAILED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FAIL-PCT           PIC ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-STRUCT-ERRS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-BALANCED           PIC X(001).
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(006).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-CONSEC-CLEAN       PIC ZZ9.
           05  FILLER                  PIC X(001)  VALUE '/'.
           05  WS-D-CLEAN-REQUIRED     PIC 999.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-STATUS             PIC X(012).
           05  FILLER                  PIC X(006)  VALUE SPACES.
       01  WS-REPORT-NOTE.
           05  FILLER                  PIC X(012)  VALUE SPACES.
           05  WS-N-TEXT               PIC X(060).
           05  FILLER                  PIC X(011)  VALUE ' AT RECORD '.
           05  WS-N-RECORD             PIC Z(008)9.
           05  FILLER                  PIC X(040)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-FILE-OPEN
               MOVE 'FILE ENDS WITHOUT A Z0 TRAILER' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
               PERFORM 3000-SCORE-FILE      THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-TEST-FILE
           OPEN INPUT  PCD-SUSPENSE-FILE
           OPEN I-O    PCD-ONBM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT
               UNTIL WS-SUSP-END-OF-FILE
           CLOSE PCD-SUSPENSE-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-TEST-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TEST-FILE.
           READ PCD-TEST-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-LOAD-SUSPENSE.
           READ PCD-SUSPENSE-FILE INTO PCD-SUSPENSE-REC
               AT END
                   SET WS-SUSP-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF PCD-SUSP-PAT-CNTL-NO = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-SUSP-FOUND-SWITCH
           PERFORM VARYING WS-SUSP-SUB FROM 1 BY 1
                   UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
                      OR WS-SUSP-FOUND
               IF WS-ST-JOBNUM (WS-SUSP-SUB) = PCD-SUSP-JOBNUM
                  AND WS-ST-PAT-CNTL-NO (WS-SUSP-SUB)
                                           = PCD-SUSP-PAT-CNTL-NO
                   SET WS-SUSP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SUSP-FOUND
               GO TO 1200-EXIT
           END-IF
           IF WS-SUSP-COUNT NOT < WS-SUSP-MAX
               ADD 1 TO WS-SUSP-DROPPED
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           MOVE PCD-SUSP-JOBNUM      TO WS-ST-JOBNUM (WS-SUSP-COUNT)
           MOVE PCD-SUSP-PAT-CNTL-NO
                                  TO WS-ST-PAT-CNTL-NO (WS-SUSP-COUNT).
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- EACH A0 THROUGH Z0 ON THE TEST STREAM *
      **   IS ONE TEST FILE.  RECORDS ARE COUNTED THE WAY PCD003 COUNTS  *
      **   THEM FOR THE Y0/Z0 COMPARISON, AND THE ENVELOPE IS CHECKED:   *
      **   BATCHES OPEN WITH B0 AND CLOSE WITH Y0, CLAIMS SIT INSIDE A   *
      **   BATCH, AND THE FILE CLOSES WITH Z0.                           *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           IF NOT A0-FILE-HEADER-REC
              AND NOT WS-FILE-OPEN
               ADD 1 TO WS-ORPHAN-RECS
               PERFORM 1100-READ-TEST-FILE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2100-START-FILE       THRU 2100-EXIT
               WHEN B0-REC
                   PERFORM 2200-START-BATCH      THRU 2200-EXIT
               WHEN C0-REC
                   IF NOT WS-BATCH-OPEN
                       MOVE 'C0 CLAIM OUTSIDE A B0/Y0 BATCH'
                           TO WS-NOTE-TEXT
                       PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
                   END-IF
                   ADD 1 TO WS-BATCH-CLAIMS WS-FILE-CLAIMS
               WHEN F0-REC
                   ADD 1 TO WS-BATCH-SVC-LINES WS-FILE-SVC-LINES
                   IF F0-LINE-CHRG NUMERIC
                       ADD F0-LINE-CHRG TO WS-BATCH-CHARGES
                       ADD F0-LINE-CHRG TO WS-FILE-CHARGES
                   ELSE
                       MOVE 'F0 LINE CHARGE NOT NUMERIC'
                           TO WS-NOTE-TEXT
                       PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
                   END-IF
               WHEN Y0-REC
                   PERFORM 2300-CHECK-BATCH-TRAILER THRU 2300-EXIT
               WHEN Z0-REC
                   PERFORM 2400-CHECK-FILE-TRAILER  THRU 2400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT B0-REC AND NOT A0-FILE-HEADER-REC
              AND NOT Y0-REC AND NOT Z0-REC
               ADD 1 TO WS-BATCH-RECS WS-FILE-RECS
           END-IF
           PERFORM 1100-READ-TEST-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-START-FILE.
           IF WS-FILE-OPEN
               MOVE 'NEXT A0 READ BEFORE THIS FILE''S Z0 TRAILER'
                   TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
               PERFORM 3000-SCORE-FILE      THRU 3000-EXIT
           END-IF
           SET WS-FILE-OPEN TO TRUE
           MOVE 'N'              TO WS-BATCH-OPEN-SWITCH
           MOVE 'Y'              TO WS-BALANCED-SWITCH
           MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
           MOVE ZERO             TO WS-FILE-RECS WS-FILE-CLAIMS
                                    WS-FILE-SVC-LINES WS-FILE-CHARGES
                                    WS-FILE-STRUCT-ERRS WS-NOTE-COUNT
                                    WS-BATCH-RECS WS-BATCH-CLAIMS
                                    WS-BATCH-SVC-LINES WS-BATCH-CHARGES
           IF A0-SUB-EIN-X NUMERIC
               MOVE A0-SUB-EIN TO WS-CURRENT-SUB-EIN
           ELSE
               MOVE ZERO       TO WS-CURRENT-SUB-EIN
               MOVE 'A0 SUBMITTER EIN NOT NUMERIC' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
       2200-START-BATCH.
           IF WS-BATCH-OPEN
               MOVE 'B0 READ BEFORE THE PRIOR BATCH''S Y0 TRAILER'
                   TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF
           IF NOT B0-VALID-BATCH-TYPE
               MOVE 'B0 BATCH TYPE NOT RECOGNISED' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           MOVE ZERO   TO WS-BATCH-RECS WS-BATCH-CLAIMS
                          WS-BATCH-SVC-LINES WS-BATCH-CHARGES
           MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM-SAVE
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS.
       2200-EXIT.
           EXIT.
       2300-CHECK-BATCH-TRAILER.
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS
           IF NOT WS-BATCH-OPEN
               MOVE 'Y0 TRAILER WITH NO OPEN B0 BATCH' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH
           IF Y0-NUM-BATCH-RECS-X      NOT NUMERIC
              OR Y0-NUM-BATCH-CLAIMS-X    NOT NUMERIC
              OR Y0-NUM-BATCH-SVC-LINES-X NOT NUMERIC
              OR Y0-BATCH-TOTAL-CHARGES   NOT NUMERIC
               MOVE 'Y0 TRAILER COUNTS NOT NUMERIC' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
               MOVE 'N' TO WS-BALANCED-SWITCH
               GO TO 2300-EXIT
           END-IF
           IF Y0-NUM-BATCH-RECS      NOT = WS-BATCH-RECS
              OR Y0-NUM-BATCH-CLAIMS    NOT = WS-BATCH-CLAIMS
              OR Y0-NUM-BATCH-SVC-LINES NOT = WS-BATCH-SVC-LINES
              OR Y0-BATCH-TOTAL-CHARGES NOT = WS-BATCH-CHARGES
               MOVE 'N' TO WS-BALANCED-SWITCH
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'Y0 TRAILER OUT OF BALANCE, BATCH '
                      WS-BATCH-NUM-SAVE
                      DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 2950-ADD-NOTE THRU 2950-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
       2400-CHECK-FILE-TRAILER.
           ADD 1 TO WS-FILE-RECS
           IF WS-BATCH-OPEN
               MOVE 'Z0 READ BEFORE THE LAST BATCH''S Y0 TRAILER'
                   TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF
           IF Z0-REC-CNT-X       NOT NUMERIC
              OR Z0-CLAIM-CNT-X     NOT NUMERIC
              OR Z0-SVC-LINE-CNT-X  NOT NUMERIC
              OR Z0-TOT-CHARGES     NOT NUMERIC
               MOVE 'Z0 TRAILER COUNTS NOT NUMERIC' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
               MOVE 'N' TO WS-BALANCED-SWITCH
           ELSE
               IF Z0-REC-CNT       NOT = WS-FILE-RECS
                  OR Z0-CLAIM-CNT     NOT = WS-FILE-CLAIMS
                  OR Z0-SVC-LINE-CNT  NOT = WS-FILE-SVC-LINES
                  OR Z0-TOT-CHARGES   NOT = WS-FILE-CHARGES
                   MOVE 'N' TO WS-BALANCED-SWITCH
                   MOVE 'Z0 FILE TRAILER OUT OF BALANCE'
                       TO WS-NOTE-TEXT
                   PERFORM 2950-ADD-NOTE THRU 2950-EXIT
               END-IF
           END-IF
           IF Z0-SUB-EIN NOT = WS-CURRENT-SUB-EIN
               MOVE 'Z0 SUBMITTER EIN DOES NOT MATCH THE A0'
                   TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF
           PERFORM 3000-SCORE-FILE THRU 3000-EXIT.
       2400-EXIT.
           EXIT.
       2900-STRUCTURAL-ERROR.
           ADD 1 TO WS-FILE-STRUCT-ERRS
           PERFORM 2950-ADD-NOTE THRU 2950-EXIT.
       2900-EXIT.
           EXIT.
       2950-ADD-NOTE.
           IF WS-NOTE-COUNT < 10
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-TEXT TO WS-NT-TEXT (WS-NOTE-COUNT)
               MOVE WS-FILE-RECS TO WS-NT-RECORD (WS-NOTE-COUNT)
           END-IF.
       2950-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-SCORE-FILE -- A FILE IS CLEAN WHEN IT HAS NO STRUCTURAL  *
      **   ERRORS, BALANCES TO EVERY Y0 AND ITS Z0, CARRIES AT LEAST     *
      **   ONE CLAIM, AND THE SHARE OF ITS CLAIMS THE EDIT CHAIN         *
      **   SUSPENDED IS WITHIN THE PARTNER'S TOLERANCE.                  *
      **----------------------------------------------------------------*
       3000-SCORE-FILE.
           MOVE 'N' TO WS-FILE-OPEN-SWITCH
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH
           ADD 1 TO WS-FILES-SCORED
           IF WS-FILE-CLAIMS = ZERO
               MOVE 'FILE CARRIES NO C0 CLAIMS' TO WS-NOTE-TEXT
               PERFORM 2900-STRUCTURAL-ERROR THRU 2900-EXIT
           END-IF
           MOVE ZERO TO WS-FILE-FAILED
           PERFORM VARYING WS-SUSP-SUB FROM 1 BY 1
                   UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
               IF WS-ST-JOBNUM (WS-SUSP-SUB) = WS-CURRENT-JOBNUM
                   ADD 1 TO WS-FILE-FAILED
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FAIL-PCT
           IF WS-FILE-CLAIMS > ZERO
               IF WS-FILE-FAILED > WS-FILE-CLAIMS
                   MOVE 100 TO WS-FAIL-PCT
               ELSE
                   COMPUTE WS-FAIL-PCT ROUNDED =
                       WS-FILE-FAILED * 100 / WS-FILE-CLAIMS
               END-IF
           END-IF
           MOVE WS-CURRENT-SUB-EIN TO PCD-ONBM-SUB-EIN
           READ PCD-ONBM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ONBM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ONBM-FILE-STATUS
           END-READ
           IF NOT WS-ONBM-FOUND
               MOVE SPACES  TO PCD-ONBM-REC
               MOVE ZERO    TO PCD-ONBM-MAX-FAIL-PCT
                               PCD-ONBM-CONSEC-CLEAN
                               PCD-ONBM-CLEAN-REQUIRED
           END-IF
           MOVE 'N' TO WS-CLEAN-SWITCH
           IF WS-FILE-STRUCT-ERRS = ZERO
              AND WS-FILE-BALANCED
              AND WS-FAIL-PCT NOT > PCD-ONBM-MAX-FAIL-PCT
               SET WS-FILE-CLEAN TO TRUE
               ADD 1 TO WS-FILES-CLEAN
           END-IF
           IF WS-ONBM-FOUND
               PERFORM 3100-UPDATE-PARTNER THRU 3100-EXIT
           ELSE
               ADD 1 TO WS-FILES-NOT-ONBOARDING
               MOVE 'NOT ONBOARDING' TO WS-STATUS-TEXT
           END-IF
           PERFORM 3500-WRITE-CERT-LINES THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-UPDATE-PARTNER -- A PARTNER'S FIRST TEST FILE MOVES IT   *
      **   FROM APPLICATION INTO TESTING.  A CLEAN FILE EXTENDS THE RUN  *
      **   OF CONSECUTIVE CLEAN FILES AND A FAILED ONE RESETS IT; THE    *
      **   RUN REACHING THE REQUIRED COUNT CERTIFIES THE PARTNER, AND A  *
      **   FAILED FILE AFTER CERTIFICATION (BEFORE PROMOTION) PUTS IT    *
      **   BACK INTO TESTING.  A PARTNER ALREADY IN PRODUCTION SENDING   *
      **   A TEST FILE IS SCORED BUT ITS STATUS IS LEFT ALONE.           *
      **----------------------------------------------------------------*
       3100-UPDATE-PARTNER.
           IF PCD-ONBM-PRODUCTION
               MOVE 'PRODUCTION'  TO WS-STATUS-TEXT
               GO TO 3100-EXIT
           END-IF
           IF PCD-ONBM-APPLICATION
               SET PCD-ONBM-TESTING TO TRUE
               MOVE WS-RUN-DATE     TO PCD-ONBM-STATUS-DATE
           END-IF
           IF PCD-ONBM-CONSEC-CLEAN NOT NUMERIC
               MOVE ZERO TO PCD-ONBM-CONSEC-CLEAN
           END-IF
           IF PCD-ONBM-FILES-SCORED NOT NUMERIC
               MOVE ZERO TO PCD-ONBM-FILES-SCORED
           END-IF
           ADD 1 TO PCD-ONBM-FILES-SCORED
           IF WS-FILE-CLEAN
               ADD 1 TO PCD-ONBM-CONSEC-CLEAN
               SET PCD-ONBM-LAST-CLEAN TO TRUE
           ELSE
               MOVE ZERO TO PCD-ONBM-CONSEC-CLEAN
               SET PCD-ONBM-LAST-FAILED-FILE TO TRUE
               IF PCD-ONBM-CERTIFIED
                   SET PCD-ONBM-TESTING TO TRUE
                   MOVE WS-RUN-DATE     TO PCD-ONBM-STATUS-DATE
                   MOVE ZERO            TO PCD-ONBM-CERT-DATE
                   ADD 1 TO WS-PARTNERS-DECERTIFIED
               END-IF
           END-IF
           IF PCD-ONBM-TESTING
              AND PCD-ONBM-CONSEC-CLEAN NOT < PCD-ONBM-CLEAN-REQUIRED
               SET PCD-ONBM-CERTIFIED TO TRUE
               MOVE WS-RUN-DATE       TO PCD-ONBM-STATUS-DATE
                                         PCD-ONBM-CERT-DATE
               ADD 1 TO WS-PARTNERS-CERTIFIED
               DISPLAY 'PCD207 - PARTNER CERTIFIED ' PCD-ONBM-SUB-EIN
                   ' ' PCD-ONBM-PARTNER-NAME
           END-IF
           MOVE WS-CURRENT-JOBNUM   TO PCD-ONBM-LAST-JOBNUM
           MOVE WS-RUN-DATE         TO PCD-ONBM-LAST-DATE
           MOVE WS-FILE-CLAIMS      TO PCD-ONBM-LAST-CLAIMS
           MOVE WS-FILE-FAILED      TO PCD-ONBM-LAST-FAILED
           MOVE WS-FAIL-PCT         TO PCD-ONBM-LAST-FAIL-PCT
           MOVE WS-FILE-STRUCT-ERRS TO PCD-ONBM-LAST-STRUCT-ERRS
           MOVE WS-BALANCED-SWITCH  TO PCD-ONBM-LAST-BALANCED
           REWRITE PCD-ONBM-REC
               INVALID KEY
                   DISPLAY 'PCD207 - PCDONBM REWRITE FAILED '
                       PCD-ONBM-SUB-EIN
           END-REWRITE
           EVALUATE TRUE
               WHEN PCD-ONBM-CERTIFIED
                   MOVE 'CERTIFIED'   TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'TESTING'     TO WS-STATUS-TEXT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
       3500-WRITE-CERT-LINES.
           MOVE WS-CURRENT-SUB-EIN    TO WS-D-SUB-EIN
           MOVE PCD-ONBM-PARTNER-NAME TO WS-D-PARTNER-NAME
           MOVE WS-CURRENT-JOBNUM     TO WS-D-JOBNUM
           MOVE WS-FILE-CLAIMS        TO WS-D-CLAIMS
           MOVE WS-FILE-FAILED        TO WS-D-FAILED
           MOVE WS-FAIL-PCT           TO WS-D-FAIL-PCT
           MOVE WS-FILE-STRUCT-ERRS   TO WS-D-STRUCT-ERRS
           MOVE WS-BALANCED-SWITCH    TO WS-D-BALANCED
           IF WS-FILE-CLEAN
               MOVE 'CLEAN'           TO WS-D-RESULT
           ELSE
               MOVE 'FAILED'          TO WS-D-RESULT
           END-IF
           MOVE PCD-ONBM-CONSEC-CLEAN   TO WS-D-CONSEC-CLEAN
           MOVE PCD-ONBM-CLEAN-REQUIRED TO WS-D-CLEAN-REQUIRED
           MOVE WS-STATUS-TEXT        TO WS-D-STATUS
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               MOVE WS-NT-TEXT   (WS-NOTE-SUB) TO WS-N-TEXT
               MOVE WS-NT-RECORD (WS-NOTE-SUB) TO WS-N-RECORD
               WRITE PCD-REPORT-LINE FROM WS-REPORT-NOTE
           END-PERFORM.
       3500-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TEST-FILE
           CLOSE PCD-ONBM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD207 - TEST FILES SCORED:       ' WS-FILES-SCORED
           DISPLAY 'PCD207 - TEST FILES CLEAN:        ' WS-FILES-CLEAN
           DISPLAY 'PCD207 - FILES NOT ONBOARDING:    '
               WS-FILES-NOT-ONBOARDING
           DISPLAY 'PCD207 - PARTNERS CERTIFIED:      '
               WS-PARTNERS-CERTIFIED
           DISPLAY 'PCD207 - PARTNERS BACK TO TESTING: '
               WS-PARTNERS-DECERTIFIED
           DISPLAY 'PCD207 - RECORDS OUTSIDE ANY FILE: ' WS-ORPHAN-RECS
           IF WS-SUSP-DROPPED > ZERO
               DISPLAY 'PCD207 - SUSPENDED CLAIMS NOT TABLED: '
                   WS-SUSP-DROPPED
           END-IF.
       9000-EXIT.
           EXIT.
