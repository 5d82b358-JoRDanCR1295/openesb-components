      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD151              SYSTEM: PCDS                 *
      **    NCCI PROCEDURE-TO-PROCEDURE AND MUE UNITS CLAIM EDIT      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  PAYERS DENY        *
      **                          UNBUNDLED CODE PAIRS AND EXCESS      *
      **                          UNITS THAT NONE OF OUR EDITS CAUGHT  *
      **                          (PCD120 ONLY LOOKS AT MODIFIER       *
      **                          COMBINATIONS, PCD062 ONLY AT         *
      **                          DUPLICATE LINES).  EACH CLAIM'S F0   *
      **                          LINES ARE HELD UNTIL THE X0, THEN    *
      **                          EVERY PAIR OF LINES ON THE SAME      *
      **                          DATE OF SERVICE IS LOOKED UP ON THE  *
      **                          PCDNCCP PTP MASTER AS COLUMN ONE /   *
      **                          COLUMN TWO.  A PAIR IN FORCE ON THE  *
      **                          DATE SUSPENDS WHEN ITS MODIFIER      *
      **                          INDICATOR IS 0, OR IS 1 AND THE      *
      **                          COLUMN-TWO LINE CARRIES NO NCCI-     *
      **                          ASSOCIATED MODIFIER.  EVERY LINE'S   *
      **                          F0-SERVICE-UNIT IS CHECKED AGAINST   *
      **                          THE PCDMUEM MUE VALUE -- PER LINE    *
      **                          FOR MAI 1, SUMMED OVER THE DATE OF   *
      **                          SERVICE FOR MAI 2/3.  THE REASON     *
      **                          TEXT NAMES THE COLUMN-ONE/COLUMN-    *
      **                          TWO CODES (OR THE CODE AND UNITS)    *
      **                          SO THE CODER KNOWS WHAT TO FIX.      *
      **                          DENTAL AND PHARMACY BATCHES ARE NOT  *
      **                          NCCI-EDITED AND ARE PASSED BY.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD151.
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
           SELECT PCD-NCCP-MASTER   ASSIGN TO PCDNCCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NCCP-KEY
               FILE STATUS IS WS-NCCP-FILE-STATUS.
           SELECT PCD-MUEM-MASTER   ASSIGN TO PCDMUEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MUEM-PROC-CODE
               FILE STATUS IS WS-MUEM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-NCCP-MASTER.
       COPY PCDNCCP.
       FD  PCD-MUEM-MASTER.
       COPY PCDMUEM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-NCCP-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NCCP-FOUND                       VALUE '00'.
       77  WS-MUEM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-MUEM-FOUND                       VALUE '00'.
       77  WS-NCCI-BATCH-SW            PIC X(001)  VALUE 'Y'.
           88  WS-NCCI-BATCH                       VALUE 'Y'.
       77  WS-BYPASS-SW                PIC X(001)  VALUE 'N'.
           88  WS-NCCI-MOD-PRESENT                 VALUE 'Y'.
       77  WS-FIRST-OF-DOS-SW          PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-OF-DOS                     VALUE 'Y'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CLAIM-PAT-CNTL-NO        PIC X(017)  VALUE SPACES.
       77  WS-LINE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB-A               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB-B               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(001)  COMP  VALUE ZERO.
       77  WS-DOS-UNITS                PIC 9(014)  VALUE ZERO.
       77  WS-UNITS-EDIT               PIC Z(006)9 VALUE ZERO.
       77  WS-MUE-EDIT                 PIC Z(004)9 VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-LINES-CHECKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAIRS-LOOKED-UP          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-OVER-TABLE         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SUSPENSE-COUNT           PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CURRENT CLAIM'S SERVICE LINES (F0-SEQ-NUM IS TWO DIGITS,  *
      **   SO 99 COVERS ANY CLAIM).                                      *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 99 TIMES.
               10  WS-LN-PROC-CODE    PIC X(005).
               10  WS-LN-DOS          PIC 9(008).
               10  WS-LN-UNITS        PIC 9(014).
               10  WS-LN-MODS.
                   15  WS-LN-MOD OCCURS 4 TIMES
                                      PIC X(002).
      **----------------------------------------------------------------*
      **   NCCI-ASSOCIATED MODIFIERS -- ANY ONE ON THE COLUMN-TWO LINE   *
      **   BYPASSES A MODIFIER-INDICATOR-1 PAIR.                         *
      **----------------------------------------------------------------*
       01  WS-NCCI-MOD-VALUES.
           05  FILLER                 PIC X(040)  VALUE
               '59XEXPXSXU2425275791E1E2E3E4F1F2F3F4F5F6'.
           05  FILLER                 PIC X(040)  VALUE
               'F7F8F9FALTRTLCLDLMRCRIT1T2T3T4T5T6T7T8T9'.
           05  FILLER                 PIC X(008)  VALUE
               'TA787958'.
       01  WS-NCCI-MOD-TABLE REDEFINES WS-NCCI-MOD-VALUES.
           05  WS-NCCI-MOD OCCURS 44 TIMES
                           INDEXED BY WS-NCCI-MOD-INX
                                      PIC X(002).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-NCCP-MASTER
           OPEN INPUT  PCD-MUEM-MASTER
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
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   MOVE B0-BATCH-TYPE TO WS-CURRENT-BATCH-TYPE
                   IF B0-DENTAL-BATCH
                   OR B0-DENTAL-ENCOUNTERS
                   OR B0-PHARMACY-BATCH
                       MOVE 'N' TO WS-NCCI-BATCH-SW
                   ELSE
                       SET WS-NCCI-BATCH TO TRUE
                   END-IF
               WHEN C0-REC
                   MOVE C0-PAT-CNTL-NUM TO WS-CLAIM-PAT-CNTL-NO
                   MOVE ZERO TO WS-LINE-COUNT
               WHEN D0-REC
                   MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
               WHEN F0-REC
                   IF WS-NCCI-BATCH
                   AND F0-PROC-CODE > SPACES
                       PERFORM 2100-HOLD-LINE THRU 2100-EXIT
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   IF WS-LINE-COUNT > ZERO
                       PERFORM 3000-EDIT-CLAIM THRU 3000-EXIT
                   END-IF
                   MOVE ZERO TO WS-LINE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-HOLD-LINE.
           IF WS-LINE-COUNT = 99
               ADD 1 TO WS-LINES-OVER-TABLE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINES-CHECKED
           MOVE F0-PAT-CNTL-NUM TO WS-CLAIM-PAT-CNTL-NO
           MOVE F0-PROC-CODE    TO WS-LN-PROC-CODE (WS-LINE-COUNT)
           MOVE ZERO            TO WS-LN-DOS       (WS-LINE-COUNT)
           IF F0-FROM-DATE-X IS NUMERIC
               MOVE F0-FROM-DATE-X TO WS-LN-DOS    (WS-LINE-COUNT)
           END-IF
           MOVE ZERO            TO WS-LN-UNITS     (WS-LINE-COUNT)
           IF F0-SERVICE-UNIT-X IS NUMERIC
               MOVE F0-SERVICE-UNIT TO WS-LN-UNITS (WS-LINE-COUNT)
           END-IF
           MOVE F0-PROC-CODE-MODIFIERS
                                TO WS-LN-MODS      (WS-LINE-COUNT).
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-EDIT-CLAIM -- AT THE X0 THE WHOLE CLAIM IS IN HAND.      *
      **----------------------------------------------------------------*
       3000-EDIT-CLAIM.
           PERFORM VARYING WS-LINE-SUB-A FROM 1 BY 1
                   UNTIL WS-LINE-SUB-A > WS-LINE-COUNT
               PERFORM VARYING WS-LINE-SUB-B FROM 1 BY 1
                       UNTIL WS-LINE-SUB-B > WS-LINE-COUNT
                   IF WS-LINE-SUB-A NOT = WS-LINE-SUB-B
                   AND WS-LN-DOS (WS-LINE-SUB-A)
                       = WS-LN-DOS (WS-LINE-SUB-B)
                   AND WS-LN-PROC-CODE (WS-LINE-SUB-A)
                       NOT = WS-LN-PROC-CODE (WS-LINE-SUB-B)
                       PERFORM 3100-CHECK-PTP-PAIR THRU 3100-EXIT
                   END-IF
               END-PERFORM
               PERFORM 3200-CHECK-MUE THRU 3200-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-CHECK-PTP-PAIR -- LINE A AS COLUMN ONE, LINE B AS        *
      **   COLUMN TWO.  BOTH ORDERS ARE TRIED BECAUSE BOTH LINES TAKE    *
      **   A TURN AS LINE A.                                             *
      **----------------------------------------------------------------*
       3100-CHECK-PTP-PAIR.
           ADD 1 TO WS-PAIRS-LOOKED-UP
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB-A) TO PCD-NCCP-COLUMN-1
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB-B) TO PCD-NCCP-COLUMN-2
           READ PCD-NCCP-MASTER
               INVALID KEY
                   MOVE '23' TO WS-NCCP-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-NCCP-FILE-STATUS
           END-READ
           IF NOT WS-NCCP-FOUND
           OR PCD-NCCP-NOT-APPLICABLE
               GO TO 3100-EXIT
           END-IF
           IF WS-LN-DOS (WS-LINE-SUB-A) > ZERO
           AND (WS-LN-DOS (WS-LINE-SUB-A) < PCD-NCCP-EFF-DATE
            OR (PCD-NCCP-DEL-DATE > ZERO
                AND WS-LN-DOS (WS-LINE-SUB-A) > PCD-NCCP-DEL-DATE))
               GO TO 3100-EXIT
           END-IF
           IF PCD-NCCP-MODIFIER-ALLOWED
               PERFORM 3110-CHECK-NCCI-MODIFIER THRU 3110-EXIT
               IF WS-NCCI-MOD-PRESENT
                   GO TO 3100-EXIT
               END-IF
               MOVE 'NCCIMD' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'NCCI COL1 ' DELIMITED BY SIZE
                      PCD-NCCP-COLUMN-1 DELIMITED BY SIZE
                      ' COL2 ' DELIMITED BY SIZE
                      PCD-NCCP-COLUMN-2 DELIMITED BY SIZE
                      ' - COL2 LINE NEEDS NCCI MODIFIER'
                          DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
           ELSE
               MOVE 'NCCIPT' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'NCCI COL1 ' DELIMITED BY SIZE
                      PCD-NCCP-COLUMN-1 DELIMITED BY SIZE
                      ' COL2 ' DELIMITED BY SIZE
                      PCD-NCCP-COLUMN-2 DELIMITED BY SIZE
                      ' - PAIR NEVER BILLABLE TOGETHER'
                          DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
           END-IF
           PERFORM 4000-WRITE-SUSPENSE THRU 4000-EXIT.
       3100-EXIT.
           EXIT.
       3110-CHECK-NCCI-MODIFIER.
           MOVE 'N' TO WS-BYPASS-SW
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
               IF WS-LN-MOD (WS-LINE-SUB-B, WS-MOD-SUB) > SPACES
                   SET WS-NCCI-MOD-INX TO 1
                   SEARCH WS-NCCI-MOD
                       WHEN WS-NCCI-MOD (WS-NCCI-MOD-INX)
                           = WS-LN-MOD (WS-LINE-SUB-B, WS-MOD-SUB)
                           SET WS-NCCI-MOD-PRESENT TO TRUE
                   END-SEARCH
               END-IF
           END-PERFORM.
       3110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-MUE -- MAI 1 TESTS THIS LINE'S UNITS ALONE.  MAI   *
      **   2/3 TEST THE CODE'S UNITS SUMMED OVER THE DATE OF SERVICE,    *
      **   ONCE, AT THE FIRST LINE OF THAT CODE ON THAT DATE.            *
      **----------------------------------------------------------------*
       3200-CHECK-MUE.
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB-A) TO PCD-MUEM-PROC-CODE
           READ PCD-MUEM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-MUEM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-MUEM-FILE-STATUS
           END-READ
           IF NOT WS-MUEM-FOUND
               GO TO 3200-EXIT
           END-IF
           IF PCD-MUEM-LINE-EDIT
               MOVE WS-LN-UNITS (WS-LINE-SUB-A) TO WS-DOS-UNITS
           ELSE
               PERFORM 3210-SUM-DOS-UNITS THRU 3210-EXIT
               IF NOT WS-FIRST-OF-DOS
                   GO TO 3200-EXIT
               END-IF
           END-IF
           IF WS-DOS-UNITS NOT > PCD-MUEM-MUE-VALUE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-DOS-UNITS       TO WS-UNITS-EDIT
           MOVE PCD-MUEM-MUE-VALUE TO WS-MUE-EDIT
           MOVE 'MUEUNT' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'MUE ' DELIMITED BY SIZE
                  PCD-MUEM-PROC-CODE DELIMITED BY SIZE
                  ' UNITS' DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
                  ' EXCEED MUE' DELIMITED BY SIZE
                  WS-MUE-EDIT DELIMITED BY SIZE
                  ' (MAI ' DELIMITED BY SIZE
                  PCD-MUEM-ADJ-IND DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 4000-WRITE-SUSPENSE THRU 4000-EXIT.
       3200-EXIT.
           EXIT.
       3210-SUM-DOS-UNITS.
           SET WS-FIRST-OF-DOS TO TRUE
           MOVE ZERO TO WS-DOS-UNITS
           PERFORM VARYING WS-LINE-SUB-B FROM 1 BY 1
                   UNTIL WS-LINE-SUB-B > WS-LINE-COUNT
               IF WS-LN-PROC-CODE (WS-LINE-SUB-B)
                   = WS-LN-PROC-CODE (WS-LINE-SUB-A)
               AND WS-LN-DOS (WS-LINE-SUB-B)
                   = WS-LN-DOS (WS-LINE-SUB-A)
                   ADD WS-LN-UNITS (WS-LINE-SUB-B) TO WS-DOS-UNITS
                   IF WS-LINE-SUB-B < WS-LINE-SUB-A
                       MOVE 'N' TO WS-FIRST-OF-DOS-SW
                   END-IF
               END-IF
           END-PERFORM.
       3210-EXIT.
           EXIT.
       4000-WRITE-SUSPENSE.
           MOVE SPACES                TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM     TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CLAIM-PAT-CNTL-NO  TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-CURRENT-PAYOR-ID   TO PCD-SUSP-PAYOR-ID
           MOVE WS-SUSP-REASON-CODE   TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT   TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD151'              TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC      TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           ADD 1 TO WS-SUSPENSE-COUNT.
       4000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-NCCP-MASTER
           CLOSE PCD-MUEM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD151 - SERVICE LINES CHECKED: ' WS-LINES-CHECKED
           DISPLAY 'PCD151 - PTP PAIRS LOOKED UP:   '
               WS-PAIRS-LOOKED-UP
           DISPLAY 'PCD151 - LINES PAST 99 SKIPPED: '
               WS-LINES-OVER-TABLE
           DISPLAY 'PCD151 - SUSPENSE ROWS WRITTEN: '
               WS-SUSPENSE-COUNT.
       9000-EXIT.
           EXIT.
