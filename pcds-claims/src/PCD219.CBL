      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD219           SYSTEM: PCDS                     *
      **    PAYER TELEHEALTH POS/MODIFIER POLICY EDIT                  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  A LINE IS          *
      **                          TELEHEALTH WHEN ITS POS IS 02 OR 10  *
      **                          OR IT CARRIES 95, GT, FQ OR 93.  IT  *
      **                          IS CHECKED AGAINST THE PRIMARY       *
      **                          PAYER'S PCDTELP POLICY FOR THE CODE  *
      **                          IN EFFECT ON THE DATE OF SERVICE.  A *
      **                          LINE NOT IN AN ACCEPTED POS/MODIFIER *
      **                          COMBINATION IS REWRITTEN TO THE      *
      **                          PAYER'S PREFERRED ONE WHERE THE      *
      **                          POLICY ALLOWS, OR SUSPENDED TELPOS   *
      **                          WITH WHAT THE PAYER ACCEPTS; A CODE  *
      **                          THE PAYER DOES NOT COVER BY          *
      **                          TELEHEALTH IS SUSPENDED TELNCV.      *
      **                          CLAIMS PASS THROUGH TO CLAIMOUT.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD219.
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
           SELECT PCD-OUT-FILE      ASSIGN TO CLAIMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-TELP-FILE     ASSIGN TO PCDTELP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-OUT-FILE
           RECORDING MODE IS F.
       01  PCD-OUT-RECORD             PIC X(192).
       FD  PCD-TELP-FILE
           RECORDING MODE IS F.
       01  FD-TELP-REC                PIC X(080).
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       COPY PCDTELP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-TELP-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-TELP-END-OF-FILE                 VALUE 'Y'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-PAYER-POLICY-SW          PIC X(001)  VALUE 'N'.
           88  WS-PAYER-HAS-POLICY                 VALUE 'Y'.
       77  WS-CONFORMS-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-LINE-CONFORMS                    VALUE 'Y'.
      **----------------------------------------------------------------*
      **   PLACES OF SERVICE AND MODIFIERS THAT MARK A LINE AS RENDERED  *
      **   BY TELEHEALTH: POS 02 (OTHER THAN THE PATIENT'S HOME) AND 10  *
      **   (PATIENT'S HOME); 95 AND GT (SYNCHRONOUS AUDIO-VIDEO), FQ AND *
      **   93 (AUDIO ONLY).                                              *
      **----------------------------------------------------------------*
       77  WS-CHECK-POS                PIC X(002)  VALUE SPACES.
           88  WS-TELEHEALTH-POS                   VALUES '02' '10'.
       77  WS-CHECK-MOD                PIC X(002)  VALUE SPACES.
           88  WS-TELEHEALTH-MOD                   VALUES '95' 'GT'
                                                          'FQ' '93'.
       77  WS-LINE-TH-MOD              PIC X(002)  VALUE SPACES.
       77  WS-TH-MOD-COUNT             PIC 9(001)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SVC-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-D0-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-TP-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TP-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TP-FOUND-SUB             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-COMBO-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-KEEP-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-TEXT-PTR                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TH-LINES-READ            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TH-NO-PAYER-POLICY       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TH-CONFORMING            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TH-CORRECTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TH-NOT-COVERED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-TH-SUSPENDED             PIC 9(005)  COMP  VALUE ZERO.
       01  WS-OUT-IMAGE                PIC X(192)  VALUE SPACES.
       01  WS-MOD-AREA.
           05  WS-MOD-CODE             PIC X(002)  OCCURS 4 TIMES.
       01  WS-NEW-MOD-AREA.
           05  WS-NEW-MOD-CODE         PIC X(002)  OCCURS 4 TIMES.
      **----------------------------------------------------------------*
      **   THE PCDTELP POLICIES, LOADED AT START.                        *
      **----------------------------------------------------------------*
       01  WS-TELP-TABLE.
           05  WS-TP-ENTRY OCCURS 2000 TIMES.
               10  WS-TP-PAYOR-ID      PIC X(005).
               10  WS-TP-PROC-CODE     PIC X(005).
               10  WS-TP-EFF-DATE      PIC 9(008).
               10  WS-TP-TERM-DATE     PIC 9(008).
               10  WS-TP-AUTO-CORRECT  PIC X(001).
               10  WS-TP-COMBO OCCURS 4 TIMES.
                   15  WS-TP-POS       PIC X(002).
                   15  WS-TP-MODIFIER  PIC X(002).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-OUT-FILE
           OPEN INPUT  PCD-TELP-FILE
           OPEN OUTPUT PCD-SUSPENSE-FILE
           PERFORM 1200-READ-TELP-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-POLICY THRU 1300-EXIT
               UNTIL WS-TELP-END-OF-FILE
           CLOSE PCD-TELP-FILE
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
       1200-READ-TELP-FILE.
           READ PCD-TELP-FILE INTO PCD-TELP-REC
               AT END
                   SET WS-TELP-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-POLICY.
           IF WS-TP-COUNT = 2000
               DISPLAY 'PCD219 - TELEHEALTH POLICY TABLE FULL AT 2000 '
                   '- RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-TELP-PAYOR-ID NOT = SPACES
              AND PCD-TELP-PROC-CODE NOT = SPACES
              AND PCD-TELP-EFF-DATE NUMERIC
              AND PCD-TELP-TERM-DATE NUMERIC
              AND PCD-TELP-POS (1) NOT = SPACES
               ADD 1 TO WS-TP-COUNT
               MOVE PCD-TELP-PAYOR-ID
                   TO WS-TP-PAYOR-ID     (WS-TP-COUNT)
               MOVE PCD-TELP-PROC-CODE
                   TO WS-TP-PROC-CODE    (WS-TP-COUNT)
               MOVE PCD-TELP-EFF-DATE
                   TO WS-TP-EFF-DATE     (WS-TP-COUNT)
               MOVE PCD-TELP-TERM-DATE
                   TO WS-TP-TERM-DATE    (WS-TP-COUNT)
               MOVE PCD-TELP-AUTO-CORRECT
                   TO WS-TP-AUTO-CORRECT (WS-TP-COUNT)
               PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
                       UNTIL WS-COMBO-SUB > 4
                   MOVE PCD-TELP-POS (WS-COMBO-SUB)
                       TO WS-TP-POS (WS-TP-COUNT, WS-COMBO-SUB)
                   MOVE PCD-TELP-MODIFIER (WS-COMBO-SUB)
                       TO WS-TP-MODIFIER (WS-TP-COUNT, WS-COMBO-SUB)
               END-PERFORM
           ELSE
               DISPLAY 'PCD219 - PCDTELP ROW IGNORED: '
                   PCD-TELP-PAYOR-ID ' ' PCD-TELP-PROC-CODE
           END-IF
           PERFORM 1200-READ-TELP-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   MOVE 'N'            TO WS-CLAIM-SWITCH
                   MOVE B0-BATCH-TYPE  TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-CURRENT-BATCH-NUM
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
               WHEN C0-REC
                   PERFORM 2100-START-CLAIM THRU 2100-EXIT
               WHEN D0-REC
                   ADD 1 TO WS-D0-COUNT
                   IF WS-D0-COUNT = 1
                       MOVE D0-PAYOR-ID TO WS-PAYOR-ID
                   END-IF
               WHEN F0-REC
                   IF WS-CLAIM-OPEN
                       PERFORM 2200-CHECK-LINE THRU 2200-EXIT
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   MOVE 'N' TO WS-CLAIM-SWITCH
           END-EVALUATE
           MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
           WRITE PCD-OUT-RECORD FROM WS-OUT-IMAGE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-START-CLAIM.
           MOVE 'N' TO WS-CLAIM-SWITCH
           IF WS-PHARMACY-BATCH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           SET WS-CLAIM-OPEN TO TRUE
           MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
           MOVE ZERO   TO WS-D0-COUNT
           MOVE SPACES TO WS-PAYOR-ID.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-CHECK-LINE -- A TELEHEALTH LINE IS HELD TO THE PRIMARY   *
      **   PAYER'S POLICY IN EFFECT ON THE DATE OF SERVICE.  IT PASSES   *
      **   WHEN ITS POS AND TELEHEALTH MODIFIER (OR THE ABSENCE OF ONE)  *
      **   MATCH ONE OF THE ACCEPTED COMBINATIONS.  A CODE THE PAYER     *
      **   DOES NOT LIST IS NOT A COVERED TELEHEALTH SERVICE.            *
      **----------------------------------------------------------------*
       2200-CHECK-LINE.
           MOVE F0-PROC-CODE-MODIFIERS TO WS-MOD-AREA
           MOVE F0-SERVICE-PLACE       TO WS-CHECK-POS
           MOVE SPACES                 TO WS-LINE-TH-MOD
           MOVE ZERO                   TO WS-TH-MOD-COUNT
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1 UNTIL WS-MOD-SUB > 4
               MOVE WS-MOD-CODE (WS-MOD-SUB) TO WS-CHECK-MOD
               IF WS-TELEHEALTH-MOD
                   ADD 1 TO WS-TH-MOD-COUNT
                   IF WS-LINE-TH-MOD = SPACES
                       MOVE WS-CHECK-MOD TO WS-LINE-TH-MOD
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-TELEHEALTH-POS
              AND WS-TH-MOD-COUNT = ZERO
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TH-LINES-READ
           IF F0-FROM-DATE-X NOT NUMERIC
            OR WS-PAYOR-ID = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE F0-FROM-DATE-X TO WS-SVC-DATE
           PERFORM 2300-FIND-POLICY THRU 2300-EXIT
           IF NOT WS-PAYER-HAS-POLICY
               ADD 1 TO WS-TH-NO-PAYER-POLICY
               GO TO 2200-EXIT
           END-IF
           IF WS-TP-FOUND-SUB = ZERO
               ADD 1 TO WS-TH-NOT-COVERED
               MOVE 'TELNCV' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'TELEHEALTH ' DELIMITED BY SIZE
                      F0-PROC-CODE  DELIMITED BY SIZE
                      ' LINE '      DELIMITED BY SIZE
                      F0-SEQ-NUM-X  DELIMITED BY SIZE
                      ' NOT COVERED BY PAYER ' DELIMITED BY SIZE
                      WS-PAYOR-ID   DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
               PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CONFORMS-SWITCH
           IF WS-TH-MOD-COUNT < 2
               PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
                       UNTIL WS-COMBO-SUB > 4
                   IF WS-TP-POS (WS-TP-FOUND-SUB, WS-COMBO-SUB)
                          = F0-SERVICE-PLACE
                      AND WS-TP-MODIFIER (WS-TP-FOUND-SUB, WS-COMBO-SUB)
                          = WS-LINE-TH-MOD
                      AND F0-SERVICE-PLACE NOT = SPACES
                       SET WS-LINE-CONFORMS TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LINE-CONFORMS
               ADD 1 TO WS-TH-CONFORMING
               GO TO 2200-EXIT
           END-IF
           IF WS-TP-AUTO-CORRECT (WS-TP-FOUND-SUB) = 'Y'
               PERFORM 2400-CORRECT-LINE THRU 2400-EXIT
               IF WS-LINE-CONFORMS
                   GO TO 2200-EXIT
               END-IF
           END-IF
           PERFORM 2500-STATE-REQUIREMENT THRU 2500-EXIT
           PERFORM 2600-WRITE-SUSPENSE    THRU 2600-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-FIND-POLICY -- THE PAYER'S ROW FOR THE CODE IN EFFECT ON *
      **   THE DATE OF SERVICE; ALSO NOTES WHETHER THE PAYER HAS ANY     *
      **   TELEHEALTH POLICY ON FILE AT ALL.                             *
      **----------------------------------------------------------------*
       2300-FIND-POLICY.
           MOVE 'N'  TO WS-PAYER-POLICY-SW
           MOVE ZERO TO WS-TP-FOUND-SUB
           PERFORM VARYING WS-TP-SUB FROM 1 BY 1
                   UNTIL WS-TP-SUB > WS-TP-COUNT
                      OR WS-TP-FOUND-SUB > ZERO
               IF WS-TP-PAYOR-ID (WS-TP-SUB) = WS-PAYOR-ID
                   SET WS-PAYER-HAS-POLICY TO TRUE
                   IF WS-TP-PROC-CODE (WS-TP-SUB) = F0-PROC-CODE
                      AND WS-TP-EFF-DATE (WS-TP-SUB) NOT > WS-SVC-DATE
                      AND (WS-TP-TERM-DATE (WS-TP-SUB) = ZERO
                        OR WS-TP-TERM-DATE (WS-TP-SUB)
                               NOT < WS-SVC-DATE)
                       MOVE WS-TP-SUB TO WS-TP-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-CORRECT-LINE -- REWRITES THE LINE TO THE PAYER'S         *
      **   PREFERRED COMBINATION: THE POS IS REPLACED, EVERY TELEHEALTH  *
      **   MODIFIER IS DROPPED (THE OTHERS CLOSE UP IN ORDER) AND THE    *
      **   PREFERRED ONE, IF ANY, TAKES THE FIRST FREE SLOT.  A LINE     *
      **   WITH NO SLOT LEFT IS LEFT AS BILLED AND SUSPENDED.            *
      **----------------------------------------------------------------*
       2400-CORRECT-LINE.
           MOVE SPACES TO WS-NEW-MOD-AREA
           MOVE ZERO   TO WS-KEEP-SUB
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1 UNTIL WS-MOD-SUB > 4
               MOVE WS-MOD-CODE (WS-MOD-SUB) TO WS-CHECK-MOD
               IF NOT WS-TELEHEALTH-MOD
                  AND WS-CHECK-MOD NOT = SPACES
                   ADD 1 TO WS-KEEP-SUB
                   MOVE WS-CHECK-MOD TO WS-NEW-MOD-CODE (WS-KEEP-SUB)
               END-IF
           END-PERFORM
           IF WS-TP-MODIFIER (WS-TP-FOUND-SUB, 1) NOT = SPACES
               IF WS-KEEP-SUB = 4
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-KEEP-SUB
               MOVE WS-TP-MODIFIER (WS-TP-FOUND-SUB, 1)
                   TO WS-NEW-MOD-CODE (WS-KEEP-SUB)
           END-IF
           MOVE WS-NEW-MOD-AREA TO F0-PROC-CODE-MODIFIERS
           MOVE WS-TP-POS (WS-TP-FOUND-SUB, 1) TO F0-SERVICE-PLACE
           SET WS-LINE-CONFORMS TO TRUE
           ADD 1 TO WS-TH-CORRECTED.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-STATE-REQUIREMENT -- THE SUSPENSE TEXT LISTS WHAT THE    *
      **   PAYER ACCEPTS, E.G. "NEEDS 02 10 11+95".                      *
      **----------------------------------------------------------------*
       2500-STATE-REQUIREMENT.
           ADD 1 TO WS-TH-SUSPENDED
           MOVE 'TELPOS' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           MOVE 1        TO WS-TEXT-PTR
           STRING 'TELEHEALTH ' DELIMITED BY SIZE
                  F0-PROC-CODE  DELIMITED BY SIZE
                  ' LN '        DELIMITED BY SIZE
                  F0-SEQ-NUM-X  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-PAYOR-ID   DELIMITED BY SIZE
                  ' NEEDS'      DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
               WITH POINTER WS-TEXT-PTR
           PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
                   UNTIL WS-COMBO-SUB > 4
               IF WS-TP-POS (WS-TP-FOUND-SUB, WS-COMBO-SUB) NOT = SPACES
                   STRING ' ' DELIMITED BY SIZE
                          WS-TP-POS (WS-TP-FOUND-SUB, WS-COMBO-SUB)
                              DELIMITED BY SIZE
                       INTO WS-SUSP-REASON-TEXT
                       WITH POINTER WS-TEXT-PTR
                   IF WS-TP-MODIFIER (WS-TP-FOUND-SUB, WS-COMBO-SUB)
                          NOT = SPACES
                       STRING '+' DELIMITED BY SIZE
                              WS-TP-MODIFIER
                                  (WS-TP-FOUND-SUB, WS-COMBO-SUB)
                                  DELIMITED BY SIZE
                           INTO WS-SUSP-REASON-TEXT
                           WITH POINTER WS-TEXT-PTR
                   END-IF
               END-IF
           END-PERFORM.
       2500-EXIT.
           EXIT.
       2600-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM   TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-PAYOR-ID            TO PCD-SUSP-PAYOR-ID
           MOVE WS-SUSP-REASON-CODE    TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT    TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD219'               TO PCD-SUSP-SOURCE-PGM
           MOVE WS-RUN-DATE            TO PCD-SUSP-DATE
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-OUT-FILE
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD219 - TELEHEALTH POLICIES LOADED:' WS-TP-COUNT
           DISPLAY 'PCD219 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD219 - TELEHEALTH LINES:        '
               WS-TH-LINES-READ
           DISPLAY 'PCD219 - PAYER HAS NO POLICY:     '
               WS-TH-NO-PAYER-POLICY
           DISPLAY 'PCD219 - CONFORMING AS BILLED:    '
               WS-TH-CONFORMING
           DISPLAY 'PCD219 - POS/MODIFIER CORRECTED:  '
               WS-TH-CORRECTED
           DISPLAY 'PCD219 - NOT COVERED BY PAYER:    '
               WS-TH-NOT-COVERED
           DISPLAY 'PCD219 - SUSPENDED, PAYER RULE:   '
               WS-TH-SUSPENDED.
       9000-EXIT.
           EXIT.
