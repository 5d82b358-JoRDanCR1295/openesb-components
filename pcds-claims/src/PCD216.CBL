      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD216           SYSTEM: PCDS                     *
      **    GLOBAL SURGICAL PERIOD AND POST-OP VISIT EDIT              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RECORDS EACH       *
      **                          PROCEDURE WITH A 000, 010 OR 090     *
      **                          GLOBAL PERIOD ON PCDGLBM (LOADED BY  *
      **                          PCD166) TO THE PCDSRGH SURGERY       *
      **                          HISTORY BY PCDEPIX PERSON ID AND     *
      **                          SURGEON NPI, WITH ITS GLOBAL WINDOW. *
      **                          SUSPENDS (GLOBAL) AN E/M LINE FOR    *
      **                          THE SAME PATIENT AND PROVIDER INSIDE *
      **                          AN OPEN WINDOW THAT LACKS MODIFIER   *
      **                          25 OR 57 ON OR BEFORE THE DAY OF     *
      **                          SURGERY, OR 24 AFTER IT, NAMING THE  *
      **                          SURGERY CODE AND DATE.               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD216.
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
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-GLBM-MASTER   ASSIGN TO PCDGLBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GLBM-PROC-CODE
               FILE STATUS IS WS-GLBM-FILE-STATUS.
           SELECT PCD-SRGH-MASTER   ASSIGN TO PCDSRGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SRGH-KEY
               FILE STATUS IS WS-SRGH-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-GLBM-MASTER.
       COPY PCDGLBM.
       FD  PCD-SRGH-MASTER.
       COPY PCDSRGH.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-GLBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GLBM-FOUND                       VALUE '00'.
       77  WS-SRGH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-SRGH-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-LINE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LINE-OPEN                        VALUE 'Y'.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-MODIFIER-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MODIFIER-OK                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-B0-NPI                   PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-PERSON-ID                PIC 9(009)  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DAYS-TO-ADD              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-DAY-STEP                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MONTH-LAST-DAY           PIC 9(002)  VALUE ZERO.
       77  WS-QUOTIENT                 PIC 9(005)  VALUE ZERO.
       77  WS-REM-4                    PIC 9(003)  VALUE ZERO.
       77  WS-REM-100                  PIC 9(003)  VALUE ZERO.
       77  WS-REM-400                  PIC 9(003)  VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-PERSON-ID             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SURGERIES-RECORDED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EM-LINES-CHECKED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EM-IN-GLOBAL-OK          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-GLOBAL-SUSPENDED         PIC 9(005)  COMP  VALUE ZERO.
       01  WS-MATCH-KEY.
           05  WS-MK-L-NAME            PIC X(020).
           05  WS-MK-F-NAME            PIC X(010).
           05  WS-MK-BIRTH-DATE        PIC X(008).
           05  WS-MK-SEX               PIC X(001).
       01  WS-DATE-WORK.
           05  WS-CALC-DATE            PIC 9(008).
           05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
               10  WS-CALC-CCYY        PIC 9(004).
               10  WS-CALC-MM          PIC 9(002).
               10  WS-CALC-DD          PIC 9(002).
       01  WS-MONTH-DAYS-X             PIC X(024)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-DAYS           PIC 9(002)  OCCURS 12 TIMES.
      **----------------------------------------------------------------*
      **   ONE CLAIM'S SERVICE LINES, HELD TO THE X0 SO A SURGERY ON     *
      **   THE CLAIM IS RECORDED BEFORE ITS E/M LINES ARE CHECKED,       *
      **   WHATEVER ORDER THE LINES CAME IN.  THE PROVIDER IS THE LINE'S *
      **   F6/F7 RENDERING NPI, OR THE B0 NPI WHEN THE LINE HAS NONE.    *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-PROC-CODE     PIC X(005).
                   88  WS-LN-EM-VISIT              VALUE
                       '99202' THRU '99499'.
               10  WS-LN-MODIFIERS.
                   15  WS-LN-MODIFIER  PIC X(002)  OCCURS 4 TIMES.
               10  WS-LN-DOS           PIC 9(008).
               10  WS-LN-SEQ           PIC X(002).
               10  WS-LN-PROV-NPI      PIC X(010).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-END-OF-CLAIM    THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PERSON INDEX IS REQUIRED: SURGERIES    *
      **   ARE KEPT BY PERSON SO A LATER VISIT FOR THE SAME PATIENT,     *
      **   WHATEVER ITS CONTROL NUMBER, FINDS THEM.                      *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCD216 - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-GLBM-MASTER
           OPEN I-O    PCD-SRGH-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
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
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 3000-END-OF-CLAIM THRU 3000-EXIT
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 3000-END-OF-CLAIM THRU 3000-EXIT
                   MOVE B0-BATCH-TYPE  TO WS-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM
                   MOVE B0-NPI         TO WS-B0-NPI
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
               WHEN C0-REC
                   PERFORM 3000-END-OF-CLAIM THRU 3000-EXIT
                   PERFORM 2100-OPEN-CLAIM   THRU 2100-EXIT
               WHEN F0-REC
                   PERFORM 2200-OPEN-LINE    THRU 2200-EXIT
               WHEN F6-REC
                   IF WS-LINE-OPEN
                      AND F6-NAT-PROV-ID (1:10) > SPACES
                       MOVE F6-NAT-PROV-ID (1:10)
                           TO WS-LN-PROV-NPI (WS-LINE-COUNT)
                   END-IF
               WHEN F7-REC
                   IF WS-LINE-OPEN
                      AND WS-LN-PROV-NPI (WS-LINE-COUNT) = SPACES
                       PERFORM 2300-TAKE-F7-NPI THRU 2300-EXIT
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-END-OF-CLAIM THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-OPEN-CLAIM.
           IF WS-PHARMACY-BATCH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           SET WS-CLAIM-OPEN TO TRUE
           MOVE 'N'                 TO WS-LINE-OPEN-SWITCH
           MOVE ZERO                TO WS-LINE-COUNT
           MOVE C0-PAT-CNTL-NUM     TO WS-CURRENT-PAT-CNTL-NO
           MOVE C0-PAT-L-NAME       TO WS-MK-L-NAME
           MOVE C0-PAT-F-NAME       TO WS-MK-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO WS-MK-BIRTH-DATE
           MOVE C0-PAT-SEX          TO WS-MK-SEX.
       2100-EXIT.
           EXIT.
       2200-OPEN-LINE.
           MOVE 'N' TO WS-LINE-OPEN-SWITCH
           IF NOT WS-CLAIM-OPEN
            OR WS-LINE-COUNT = 50
            OR F0-FROM-DATE-X NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           SET WS-LINE-OPEN TO TRUE
           ADD 1 TO WS-LINE-COUNT
           MOVE F0-PROC-CODE   TO WS-LN-PROC-CODE (WS-LINE-COUNT)
           MOVE F0-PROC-CODE-MODIFIERS
                               TO WS-LN-MODIFIERS (WS-LINE-COUNT)
           MOVE F0-SEQ-NUM-X   TO WS-LN-SEQ       (WS-LINE-COUNT)
           MOVE SPACES         TO WS-LN-PROV-NPI  (WS-LINE-COUNT)
           COMPUTE WS-LN-DOS (WS-LINE-COUNT)
               = (F0-FROM-DATE-CC * 1000000)
               + (F0-FROM-DATE-YY * 10000)
               + (F0-FROM-DATE-MM * 100)
               + F0-FROM-DATE-DD.
       2200-EXIT.
           EXIT.
       2300-TAKE-F7-NPI.
           PERFORM VARYING F7-INX FROM 1 BY 1 UNTIL F7-INX > 5
               IF F7-LL-PROV-SEC-ID-REF-QUAL (F7-INX) = 'XX'
               AND F7-LL-PROV-SEC-ID-REF-NUM (F7-INX) > SPACES
               AND WS-LN-PROV-NPI (WS-LINE-COUNT) = SPACES
                   MOVE F7-LL-PROV-SEC-ID-REF-NUM (F7-INX) (1:10)
                       TO WS-LN-PROV-NPI (WS-LINE-COUNT)
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-END-OF-CLAIM -- EVERY SURGERY ON THE CLAIM IS RECORDED   *
      **   FIRST, THEN EACH E/M LINE IS CHECKED AGAINST THE PATIENT'S    *
      **   OPEN GLOBAL PERIODS WITH THE SAME PROVIDER.                   *
      **----------------------------------------------------------------*
       3000-END-OF-CLAIM.
           IF NOT WS-CLAIM-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-OPEN-SWITCH
           IF WS-LINE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-MATCH-KEY TO PCD-EPIX-MATCH-KEY
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF NOT WS-EPIX-FOUND
               ADD 1 TO WS-NO-PERSON-ID
               GO TO 3000-EXIT
           END-IF
           MOVE PCD-EPIX-PERSON-ID TO WS-PERSON-ID
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-PROV-NPI (WS-LINE-SUB) = SPACES
                   MOVE WS-B0-NPI TO WS-LN-PROV-NPI (WS-LINE-SUB)
               END-IF
               IF NOT WS-LN-EM-VISIT (WS-LINE-SUB)
                   PERFORM 3100-RECORD-SURGERY THRU 3100-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-EM-VISIT (WS-LINE-SUB)
                   PERFORM 3200-CHECK-EM-LINE THRU 3200-EXIT
               END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-RECORD-SURGERY -- A MAJOR PROCEDURE'S WINDOW OPENS THE   *
      **   DAY BEFORE SURGERY AND RUNS 90 DAYS AFTER; A MINOR ONE RUNS   *
      **   10 DAYS AFTER; A 000 CODE COVERS THE DAY OF SURGERY ONLY.     *
      **   A SURGERY ALREADY ON FILE (A RESUBMITTED CLAIM) IS REPLACED.  *
      **----------------------------------------------------------------*
       3100-RECORD-SURGERY.
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB) TO PCD-GLBM-PROC-CODE
           READ PCD-GLBM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-GLBM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-GLBM-FILE-STATUS
           END-READ
           IF NOT WS-GLBM-FOUND
            OR NOT PCD-GLBM-HAS-GLOBAL
            OR WS-LN-PROV-NPI (WS-LINE-SUB) = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES                   TO PCD-SRGH-REC
           MOVE WS-PERSON-ID             TO PCD-SRGH-PERSON-ID
           MOVE WS-LN-PROV-NPI (WS-LINE-SUB)
                                         TO PCD-SRGH-SURGEON-NPI
           MOVE WS-LN-DOS (WS-LINE-SUB)  TO PCD-SRGH-SURGERY-DATE
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB)
                                         TO PCD-SRGH-PROC-CODE
           MOVE PCD-GLBM-GLOBAL-IND      TO PCD-SRGH-GLOBAL-IND
           MOVE WS-LN-DOS (WS-LINE-SUB)  TO PCD-SRGH-GLOBAL-START
                                            WS-CALC-DATE
           IF PCD-SRGH-MAJOR
               PERFORM 3320-PRIOR-DAY THRU 3320-EXIT
               MOVE WS-CALC-DATE         TO PCD-SRGH-GLOBAL-START
               MOVE WS-LN-DOS (WS-LINE-SUB) TO WS-CALC-DATE
           END-IF
           MOVE ZERO TO WS-DAYS-TO-ADD
           IF PCD-SRGH-MINOR
               MOVE 10 TO WS-DAYS-TO-ADD
           END-IF
           IF PCD-SRGH-MAJOR
               MOVE 90 TO WS-DAYS-TO-ADD
           END-IF
           PERFORM 3310-NEXT-DAY THRU 3310-EXIT
               VARYING WS-DAY-STEP FROM 1 BY 1
               UNTIL WS-DAY-STEP > WS-DAYS-TO-ADD
           MOVE WS-CALC-DATE             TO PCD-SRGH-GLOBAL-END
           MOVE WS-CURRENT-PAT-CNTL-NO   TO PCD-SRGH-PAT-CNTL-NO
           MOVE WS-RUN-DATE              TO PCD-SRGH-RECORDED-DATE
           WRITE PCD-SRGH-REC
               INVALID KEY
                   REWRITE PCD-SRGH-REC
           END-WRITE
           ADD 1 TO WS-SURGERIES-RECORDED.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-EM-LINE -- BROWSES THE PATIENT'S SURGERIES BY THE  *
      **   SAME PROVIDER.  INSIDE A GLOBAL WINDOW, A VISIT ON OR BEFORE  *
      **   THE DAY OF SURGERY NEEDS 25 (SEPARATE SERVICE) OR 57          *
      **   (DECISION FOR SURGERY); A VISIT AFTER IT NEEDS 24 (UNRELATED  *
      **   POST-OPERATIVE VISIT).  ONE SUSPENSE PER LINE.                *
      **----------------------------------------------------------------*
       3200-CHECK-EM-LINE.
           IF WS-LN-PROV-NPI (WS-LINE-SUB) = SPACES
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-EM-LINES-CHECKED
           MOVE WS-PERSON-ID TO PCD-SRGH-PERSON-ID
           MOVE WS-LN-PROV-NPI (WS-LINE-SUB) TO PCD-SRGH-SURGEON-NPI
           MOVE ZERO         TO PCD-SRGH-SURGERY-DATE
           MOVE LOW-VALUES   TO PCD-SRGH-PROC-CODE
           MOVE 'N'          TO WS-BROWSE-SWITCH
           START PCD-SRGH-MASTER KEY IS NOT < PCD-SRGH-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 3210-NEXT-SURGERY THRU 3210-EXIT
               UNTIL WS-BROWSE-DONE.
       3200-EXIT.
           EXIT.
       3210-NEXT-SURGERY.
           READ PCD-SRGH-MASTER NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF PCD-SRGH-PERSON-ID NOT = WS-PERSON-ID
            OR PCD-SRGH-SURGEON-NPI NOT = WS-LN-PROV-NPI (WS-LINE-SUB)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF
           IF WS-LN-DOS (WS-LINE-SUB) < PCD-SRGH-GLOBAL-START
            OR WS-LN-DOS (WS-LINE-SUB) > PCD-SRGH-GLOBAL-END
               GO TO 3210-EXIT
           END-IF
           MOVE 'N' TO WS-MODIFIER-SWITCH
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1 UNTIL WS-MOD-SUB > 4
               IF WS-LN-DOS (WS-LINE-SUB) > PCD-SRGH-SURGERY-DATE
                   IF WS-LN-MODIFIER (WS-LINE-SUB, WS-MOD-SUB) = '24'
                       SET WS-MODIFIER-OK TO TRUE
                   END-IF
               ELSE
                   IF WS-LN-MODIFIER (WS-LINE-SUB, WS-MOD-SUB) = '25'
                   OR WS-LN-MODIFIER (WS-LINE-SUB, WS-MOD-SUB) = '57'
                       SET WS-MODIFIER-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           SET WS-BROWSE-DONE TO TRUE
           IF WS-MODIFIER-OK
               ADD 1 TO WS-EM-IN-GLOBAL-OK
               GO TO 3210-EXIT
           END-IF
           MOVE 'GLOBAL' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'E/M ' DELIMITED BY SIZE
                  WS-LN-PROC-CODE (WS-LINE-SUB) DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  WS-LN-SEQ (WS-LINE-SUB) DELIMITED BY SIZE
                  ' IN ' DELIMITED BY SIZE
                  PCD-SRGH-GLOBAL-IND DELIMITED BY SIZE
                  '-DAY GLOBAL OF ' DELIMITED BY SIZE
                  PCD-SRGH-PROC-CODE DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  PCD-SRGH-SURGERY-DATE DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-GLOBAL-SUSPENDED.
       3210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3310-NEXT-DAY / 3320-PRIOR-DAY -- STEP WS-CALC-DATE ONE       *
      **   CALENDAR DAY FORWARD OR BACK.                                 *
      **----------------------------------------------------------------*
       3310-NEXT-DAY.
           PERFORM 3330-MONTH-LENGTH THRU 3330-EXIT
           IF WS-CALC-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-CALC-DD
               GO TO 3310-EXIT
           END-IF
           MOVE 1 TO WS-CALC-DD
           IF WS-CALC-MM = 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-CCYY
           ELSE
               ADD 1 TO WS-CALC-MM
           END-IF.
       3310-EXIT.
           EXIT.
       3320-PRIOR-DAY.
           IF WS-CALC-DD > 1
               SUBTRACT 1 FROM WS-CALC-DD
               GO TO 3320-EXIT
           END-IF
           IF WS-CALC-MM = 1
               MOVE 12 TO WS-CALC-MM
               SUBTRACT 1 FROM WS-CALC-CCYY
           ELSE
               SUBTRACT 1 FROM WS-CALC-MM
           END-IF
           PERFORM 3330-MONTH-LENGTH THRU 3330-EXIT
           MOVE WS-MONTH-LAST-DAY TO WS-CALC-DD.
       3320-EXIT.
           EXIT.
       3330-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MONTH-LAST-DAY
           IF WS-CALC-MM NOT = 2
               GO TO 3330-EXIT
           END-IF
           DIVIDE WS-CALC-CCYY BY 4   GIVING WS-QUOTIENT
               REMAINDER WS-REM-4
           DIVIDE WS-CALC-CCYY BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-REM-100
           DIVIDE WS-CALC-CCYY BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-REM-400
           IF WS-REM-4 = ZERO
              AND (WS-REM-100 NOT = ZERO
                OR WS-REM-400 = ZERO)
               MOVE 29 TO WS-MONTH-LAST-DAY
           END-IF.
       3330-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE          TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM           TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-SUSP-REASON-CODE    TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT    TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD216'               TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       3400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-GLBM-MASTER
           CLOSE PCD-SRGH-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD216 - CLAIMS READ:              ' WS-CLAIMS-READ
           DISPLAY 'PCD216 - PERSON NOT ON PCDEPIX:    ' WS-NO-PERSON-ID
           DISPLAY 'PCD216 - SURGERIES RECORDED:       '
               WS-SURGERIES-RECORDED
           DISPLAY 'PCD216 - E/M LINES CHECKED:        '
               WS-EM-LINES-CHECKED
           DISPLAY 'PCD216 - E/M IN GLOBAL, MODIFIED:  '
               WS-EM-IN-GLOBAL-OK
           DISPLAY 'PCD216 - GLOBAL PERIOD SUSPENSES:  '
               WS-GLOBAL-SUSPENDED.
       9000-EXIT.
           EXIT.
