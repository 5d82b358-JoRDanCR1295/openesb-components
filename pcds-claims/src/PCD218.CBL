      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD218           SYSTEM: PCDS                     *
      **    MEDICARE LCD/NCD MEDICAL-NECESSITY EDIT                    *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  FOR A CLAIM WHOSE  *
      **                          PRIMARY PAYER IS MEDICARE, CHECKS    *
      **                          EACH SERVICE LINE'S POINTED          *
      **                          DIAGNOSES AGAINST THE PCDLCDM        *
      **                          COVERAGE POLICY FOR THE PROCEDURE -- *
      **                          THE LOCAL ONE FOR THE MAC            *
      **                          JURISDICTION OF THE B0 STATE         *
      **                          (PCDMACJ), ELSE THE NATIONAL ONE.  A *
      **                          NON-COVERED LINE WITH GA IS LOGGED   *
      **                          TO PCDABNL FOR PCD125 TO BILL THE    *
      **                          PATIENT IF MEDICARE DENIES IT; ONE   *
      **                          WITHOUT GA OR GZ IS SUSPENDED        *
      **                          ABNREQ.                              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD218.
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
           SELECT PCD-MACJ-FILE     ASSIGN TO PCDMACJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-LCDM-MASTER   ASSIGN TO PCDLCDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-LCDM-KEY
               FILE STATUS IS WS-LCDM-FILE-STATUS.
           SELECT PCD-ABNL-MASTER   ASSIGN TO PCDABNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ABNL-KEY
               FILE STATUS IS WS-ABNL-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-MACJ-FILE
           RECORDING MODE IS F.
       01  FD-MACJ-REC                PIC X(080).
       FD  PCD-LCDM-MASTER.
       COPY PCDLCDM.
       FD  PCD-ABNL-MASTER.
       COPY PCDABNL.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       COPY PCDMACJ.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-MACJ-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MACJ-END-OF-FILE                 VALUE 'Y'.
       77  WS-LCDM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-LCDM-FOUND                       VALUE '00'.
       77  WS-ABNL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ABNL-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-LINE-HELD-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LINE-HELD                        VALUE 'Y'.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-FIRST-D0-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-FIRST-D0-SEEN                    VALUE 'Y'.
       77  WS-MEDICARE-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MEDICARE-CLAIM                   VALUE 'Y'.
       77  WS-POLICY-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-POLICY-FOUND                     VALUE 'Y'.
       77  WS-COVERED-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-LINE-COVERED                     VALUE 'Y'.
       77  WS-GA-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-LINE-HAS-GA                      VALUE 'Y'.
       77  WS-GZ-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-LINE-HAS-GZ                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-JURISDICTION             PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-POLICY-JURISDICTION      PIC X(003)  VALUE SPACES.
       77  WS-POLICY-ID                PIC X(008)  VALUE SPACES.
       77  WS-CHECK-DIAG               PIC X(008)  VALUE SPACES.
       77  WS-FAILED-DIAG              PIC X(008)  VALUE SPACES.
       77  WS-MACJ-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MACJ-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PTR-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PTR-VALUE                PIC 9(001)  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEDICARE-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-JURISDICTION          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LINES-CHECKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-COVERED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ABN-LINES-MARKED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ABN-ALREADY-SETTLED      PIC 9(005)  COMP  VALUE ZERO.
       77  WS-GZ-LINES                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ABN-SUSPENDED            PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   STATE TO MAC JURISDICTION, FROM THE PCDMACJ CONTROL FILE.     *
      **----------------------------------------------------------------*
       01  WS-MACJ-TABLE.
           05  WS-MACJ-ENTRY OCCURS 70 TIMES.
               10  WS-MJ-STATE         PIC X(002).
               10  WS-MJ-JURISDICTION  PIC X(003).
      **----------------------------------------------------------------*
      **   THE CLAIM'S DIAGNOSES -- 1-4 FROM THE E0, 5-8 FROM THE EB.    *
      **----------------------------------------------------------------*
       01  WS-DIAG-TABLE.
           05  WS-DX-CODE              PIC X(008)  OCCURS 8 TIMES.
      **----------------------------------------------------------------*
      **   THE SERVICE LINE BEING EDITED, HELD UNTIL ITS FA (POINTERS    *
      **   5-8) HAS BEEN SEEN.                                           *
      **----------------------------------------------------------------*
       01  WS-HELD-LINE.
           05  WS-HL-PROC-CODE         PIC X(005).
           05  WS-HL-SEQ               PIC X(002).
           05  WS-HL-DOS               PIC 9(008).
           05  WS-HL-CHARGE            PIC S9(007)V99 COMP-3.
           05  WS-HL-MODIFIERS.
               10  WS-HL-MODIFIER      PIC X(002)  OCCURS 4 TIMES.
           05  WS-HL-POINTERS.
               10  WS-HL-PTR           PIC X(001)  OCCURS 8 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-MACJ-FILE
           OPEN INPUT  PCD-LCDM-MASTER
           OPEN I-O    PCD-ABNL-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
           PERFORM 1200-READ-MACJ-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-STATE THRU 1300-EXIT
               UNTIL WS-MACJ-END-OF-FILE
           CLOSE PCD-MACJ-FILE
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
       1200-READ-MACJ-FILE.
           READ PCD-MACJ-FILE INTO PCD-MACJ-REC
               AT END
                   SET WS-MACJ-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-STATE.
           IF WS-MACJ-COUNT < 70
               ADD 1 TO WS-MACJ-COUNT
               MOVE PCD-MACJ-STATE
                   TO WS-MJ-STATE        (WS-MACJ-COUNT)
               MOVE PCD-MACJ-JURISDICTION
                   TO WS-MJ-JURISDICTION (WS-MACJ-COUNT)
           END-IF
           PERFORM 1200-READ-MACJ-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
                   MOVE 'N'              TO WS-CLAIM-SWITCH
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
                   MOVE 'N'            TO WS-CLAIM-SWITCH
                   MOVE B0-BATCH-TYPE  TO WS-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
                   PERFORM 2050-SET-JURISDICTION THRU 2050-EXIT
               WHEN C0-REC
                   PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
                   PERFORM 2100-OPEN-CLAIM      THRU 2100-EXIT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND NOT WS-FIRST-D0-SEEN
                       PERFORM 2150-PRIMARY-PAYER THRU 2150-EXIT
                   END-IF
               WHEN E0-REC
                   IF WS-CLAIM-OPEN
                       MOVE E0-DIAG-CODE (1) TO WS-DX-CODE (1)
                       MOVE E0-DIAG-CODE (2) TO WS-DX-CODE (2)
                       MOVE E0-DIAG-CODE (3) TO WS-DX-CODE (3)
                       MOVE E0-DIAG-CODE (4) TO WS-DX-CODE (4)
                   END-IF
               WHEN EB-REC
                   IF WS-CLAIM-OPEN
                       MOVE EB-DIAG-CODE (1) TO WS-DX-CODE (5)
                       MOVE EB-DIAG-CODE (2) TO WS-DX-CODE (6)
                       MOVE EB-DIAG-CODE (3) TO WS-DX-CODE (7)
                       MOVE EB-DIAG-CODE (4) TO WS-DX-CODE (8)
                   END-IF
               WHEN F0-REC
                   PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
                   PERFORM 2200-HOLD-LINE       THRU 2200-EXIT
               WHEN FA-REC
                   IF WS-LINE-HELD
                       MOVE FA-DIAG-CD-PTR-5 TO WS-HL-PTR (5)
                       MOVE FA-DIAG-CD-PTR-6 TO WS-HL-PTR (6)
                       MOVE FA-DIAG-CD-PTR-7 TO WS-HL-PTR (7)
                       MOVE FA-DIAG-CD-PTR-8 TO WS-HL-PTR (8)
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-CHECK-HELD-LINE THRU 3000-EXIT
                   MOVE 'N' TO WS-CLAIM-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-SET-JURISDICTION -- THE BILLING PROVIDER'S STATE ON THE  *
      **   B0 DECIDES WHICH MAC'S LOCAL POLICIES APPLY.  A STATE NOT ON  *
      **   PCDMACJ LEAVES ONLY THE NATIONAL POLICIES.                    *
      **----------------------------------------------------------------*
       2050-SET-JURISDICTION.
           MOVE SPACES TO WS-JURISDICTION
           PERFORM VARYING WS-MACJ-SUB FROM 1 BY 1
                   UNTIL WS-MACJ-SUB > WS-MACJ-COUNT
                      OR WS-JURISDICTION NOT = SPACES
               IF WS-MJ-STATE (WS-MACJ-SUB) = B0-BP-STATE
                   MOVE WS-MJ-JURISDICTION (WS-MACJ-SUB)
                       TO WS-JURISDICTION
               END-IF
           END-PERFORM
           IF WS-JURISDICTION = SPACES
              AND NOT WS-PHARMACY-BATCH
               ADD 1 TO WS-NO-JURISDICTION
               DISPLAY 'PCD218 - NO MAC JURISDICTION FOR STATE '
                   B0-BP-STATE ' BATCH ' WS-BATCH-NUM
           END-IF.
       2050-EXIT.
           EXIT.
       2100-OPEN-CLAIM.
           MOVE 'N' TO WS-CLAIM-SWITCH
           IF WS-PHARMACY-BATCH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           SET WS-CLAIM-OPEN TO TRUE
           MOVE 'N'             TO WS-FIRST-D0-SWITCH
                                   WS-MEDICARE-SWITCH
           MOVE SPACES          TO WS-DIAG-TABLE
                                   WS-CURRENT-PAYOR-ID
           MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-PRIMARY-PAYER -- ONLY A CLAIM WHOSE FIRST (PRIMARY) D0   *
      **   IS MEDICARE IS HELD TO THE COVERAGE POLICIES.                 *
      **----------------------------------------------------------------*
       2150-PRIMARY-PAYER.
           SET WS-FIRST-D0-SEEN TO TRUE
           MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
           IF D0-MEDICARE
            OR D0-MEDICARE-B
            OR D0-MEDICARE-PRIME
               SET WS-MEDICARE-CLAIM TO TRUE
               ADD 1 TO WS-MEDICARE-CLAIMS
           END-IF.
       2150-EXIT.
           EXIT.
       2200-HOLD-LINE.
           MOVE 'N' TO WS-LINE-HELD-SWITCH
           IF NOT WS-CLAIM-OPEN
            OR NOT WS-MEDICARE-CLAIM
            OR F0-PROC-CODE = SPACES
            OR F0-FROM-DATE-X NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           SET WS-LINE-HELD TO TRUE
           MOVE F0-PROC-CODE           TO WS-HL-PROC-CODE
           MOVE F0-SEQ-NUM-X           TO WS-HL-SEQ
           MOVE F0-PROC-CODE-MODIFIERS TO WS-HL-MODIFIERS
           MOVE SPACES                 TO WS-HL-POINTERS
           MOVE F0-DIAG-PTR-1          TO WS-HL-PTR (1)
           MOVE F0-DIAG-PTR-2          TO WS-HL-PTR (2)
           MOVE F0-DIAG-PTR-3          TO WS-HL-PTR (3)
           MOVE F0-DIAG-PTR-4          TO WS-HL-PTR (4)
           IF F0-LINE-CHRG-X NUMERIC
               MOVE F0-LINE-CHRG       TO WS-HL-CHARGE
           ELSE
               MOVE ZERO               TO WS-HL-CHARGE
           END-IF
           COMPUTE WS-HL-DOS = (F0-FROM-DATE-CC * 1000000)
                             + (F0-FROM-DATE-YY * 10000)
                             + (F0-FROM-DATE-MM * 100)
                             + F0-FROM-DATE-DD.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-CHECK-HELD-LINE -- THE LINE IS SUBJECT TO THE EDIT WHEN  *
      **   ITS PROCEDURE HAS A LOCAL POLICY FOR THE JURISDICTION, OR     *
      **   FAILING THAT A NATIONAL ONE, IN EFFECT ON THE DATE OF         *
      **   SERVICE.  THE LINE IS COVERED WHEN ANY DIAGNOSIS IT POINTS TO *
      **   IS ON THE POLICY; A LINE WITH NO POINTERS IS JUDGED ON THE    *
      **   PRINCIPAL DIAGNOSIS.  A NON-COVERED LINE WITH GA (ABN ON      *
      **   FILE) IS LOGGED TO PCDABNL SO THE PATIENT CAN BE BILLED IF    *
      **   MEDICARE DENIES IT; WITH GZ (NO ABN) IT GOES THROUGH AND THE  *
      **   PRACTICE ABSORBS THE DENIAL; WITH NEITHER IT IS SUSPENDED.    *
      **----------------------------------------------------------------*
       3000-CHECK-HELD-LINE.
           IF NOT WS-LINE-HELD
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-HELD-SWITCH
           PERFORM 3100-FIND-POLICY THRU 3100-EXIT
           IF NOT WS-POLICY-FOUND
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINES-CHECKED
           MOVE 'N'    TO WS-COVERED-SWITCH
           MOVE SPACES TO WS-FAILED-DIAG
           PERFORM VARYING WS-PTR-SUB FROM 1 BY 1
                   UNTIL WS-PTR-SUB > 8
                      OR WS-LINE-COVERED
               IF WS-HL-PTR (WS-PTR-SUB) >= '1'
                  AND WS-HL-PTR (WS-PTR-SUB) <= '8'
                   MOVE WS-HL-PTR (WS-PTR-SUB) TO WS-PTR-VALUE
                   MOVE WS-DX-CODE (WS-PTR-VALUE) TO WS-CHECK-DIAG
                   PERFORM 3200-CHECK-DIAGNOSIS THRU 3200-EXIT
               END-IF
           END-PERFORM
           IF WS-FAILED-DIAG = SPACES
              AND NOT WS-LINE-COVERED
               MOVE WS-DX-CODE (1) TO WS-CHECK-DIAG
               PERFORM 3200-CHECK-DIAGNOSIS THRU 3200-EXIT
           END-IF
           IF WS-LINE-COVERED
               ADD 1 TO WS-LINES-COVERED
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-GA-SWITCH
                       WS-GZ-SWITCH
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1 UNTIL WS-MOD-SUB > 4
               IF WS-HL-MODIFIER (WS-MOD-SUB) = 'GA'
                   SET WS-LINE-HAS-GA TO TRUE
               END-IF
               IF WS-HL-MODIFIER (WS-MOD-SUB) = 'GZ'
                   SET WS-LINE-HAS-GZ TO TRUE
               END-IF
           END-PERFORM
           IF WS-LINE-HAS-GA
               PERFORM 3300-LOG-ABN-LINE THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WS-LINE-HAS-GZ
               ADD 1 TO WS-GZ-LINES
               GO TO 3000-EXIT
           END-IF
           MOVE 'ABNREQ' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'ABN REQUIRED? ' DELIMITED BY SIZE
                  WS-HL-PROC-CODE  DELIMITED BY SIZE
                  ' LINE '         DELIMITED BY SIZE
                  WS-HL-SEQ        DELIMITED BY SIZE
                  ' DX '           DELIMITED BY SIZE
                  WS-FAILED-DIAG   DELIMITED BY SPACE
                  ' NOT ON '       DELIMITED BY SIZE
                  WS-POLICY-ID     DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-ABN-SUSPENDED.
       3000-EXIT.
           EXIT.
       3100-FIND-POLICY.
           MOVE 'N' TO WS-POLICY-SWITCH
           IF WS-JURISDICTION NOT = SPACES
               MOVE WS-JURISDICTION TO WS-POLICY-JURISDICTION
               PERFORM 3110-READ-POLICY THRU 3110-EXIT
           END-IF
           IF NOT WS-POLICY-FOUND
               MOVE 'NCD'           TO WS-POLICY-JURISDICTION
               PERFORM 3110-READ-POLICY THRU 3110-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
       3110-READ-POLICY.
           MOVE WS-HL-PROC-CODE        TO PCD-LCDM-PROC-CODE
           MOVE WS-POLICY-JURISDICTION TO PCD-LCDM-JURISDICTION
           MOVE SPACES                 TO PCD-LCDM-DIAG-CODE
           READ PCD-LCDM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-LCDM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-LCDM-FILE-STATUS
           END-READ
           IF WS-LCDM-FOUND
              AND PCD-LCDM-EFF-DATE NOT > WS-HL-DOS
              AND (PCD-LCDM-OPEN-ENDED
                OR PCD-LCDM-TERM-DATE NOT < WS-HL-DOS)
               SET WS-POLICY-FOUND TO TRUE
               MOVE PCD-LCDM-POLICY-ID TO WS-POLICY-ID
           END-IF.
       3110-EXIT.
           EXIT.
       3200-CHECK-DIAGNOSIS.
           IF WS-CHECK-DIAG = SPACES
               GO TO 3200-EXIT
           END-IF
           MOVE WS-HL-PROC-CODE        TO PCD-LCDM-PROC-CODE
           MOVE WS-POLICY-JURISDICTION TO PCD-LCDM-JURISDICTION
           MOVE WS-CHECK-DIAG          TO PCD-LCDM-DIAG-CODE
           READ PCD-LCDM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-LCDM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-LCDM-FILE-STATUS
           END-READ
           IF WS-LCDM-FOUND
              AND PCD-LCDM-EFF-DATE NOT > WS-HL-DOS
              AND (PCD-LCDM-OPEN-ENDED
                OR PCD-LCDM-TERM-DATE NOT < WS-HL-DOS)
               SET WS-LINE-COVERED TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF WS-FAILED-DIAG = SPACES
               MOVE WS-CHECK-DIAG TO WS-FAILED-DIAG
           END-IF.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-LOG-ABN-LINE -- PCD125 SETTLES THE ROW FROM THE PAYER'S  *
      **   REMITTANCE.  A RESUBMITTED CLAIM REFRESHES A PENDING ROW BUT  *
      **   NEVER REOPENS ONE ALREADY SETTLED.                            *
      **----------------------------------------------------------------*
       3300-LOG-ABN-LINE.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-ABNL-PAT-CNTL-NO
           MOVE WS-HL-SEQ              TO PCD-ABNL-LINE-SEQ
           READ PCD-ABNL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ABNL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ABNL-FILE-STATUS
           END-READ
           IF WS-ABNL-FOUND
              AND NOT PCD-ABNL-PENDING
               ADD 1 TO WS-ABN-ALREADY-SETTLED
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES                 TO PCD-ABNL-REC
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-ABNL-PAT-CNTL-NO
           MOVE WS-HL-SEQ              TO PCD-ABNL-LINE-SEQ
           SET PCD-ABNL-PENDING        TO TRUE
           MOVE WS-HL-PROC-CODE        TO PCD-ABNL-PROC-CODE
           MOVE WS-HL-DOS              TO PCD-ABNL-SVC-DATE
           MOVE WS-HL-CHARGE           TO PCD-ABNL-LINE-CHARGE
           MOVE WS-CURRENT-PAYOR-ID    TO PCD-ABNL-PAYOR-ID
           MOVE WS-POLICY-JURISDICTION TO PCD-ABNL-JURISDICTION
           MOVE WS-POLICY-ID           TO PCD-ABNL-POLICY-ID
           MOVE WS-RUN-DATE            TO PCD-ABNL-MARKED-DATE
           MOVE ZERO                   TO PCD-ABNL-SETTLED-DATE
                                          PCD-ABNL-LIABLE-AMT
           IF WS-ABNL-FOUND
               REWRITE PCD-ABNL-REC
           ELSE
               WRITE PCD-ABNL-REC
           END-IF
           ADD 1 TO WS-ABN-LINES-MARKED.
       3300-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE          TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM           TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-SUSP-REASON-CODE    TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT    TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD218'               TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       3400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-LCDM-MASTER
           CLOSE PCD-ABNL-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD218 - CLAIMS READ:              ' WS-CLAIMS-READ
           DISPLAY 'PCD218 - MEDICARE PRIMARY CLAIMS:  '
               WS-MEDICARE-CLAIMS
           DISPLAY 'PCD218 - BATCHES WITH NO MAC:      '
               WS-NO-JURISDICTION
           DISPLAY 'PCD218 - POLICY LINES CHECKED:     '
               WS-LINES-CHECKED
           DISPLAY 'PCD218 - LINES COVERED:            '
               WS-LINES-COVERED
           DISPLAY 'PCD218 - GA LINES LOGGED TO ABNL:  '
               WS-ABN-LINES-MARKED
           DISPLAY 'PCD218 - GA LINES ALREADY SETTLED: '
               WS-ABN-ALREADY-SETTLED
           DISPLAY 'PCD218 - GZ LINES PASSED:          ' WS-GZ-LINES
           DISPLAY 'PCD218 - ABN REQUIRED SUSPENSES:   '
               WS-ABN-SUSPENDED.
       9000-EXIT.
           EXIT.
