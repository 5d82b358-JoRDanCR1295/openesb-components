      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD226           SYSTEM: PCDS                     *
      **    HPSA BONUS FACILITY ZIP EDIT                               *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  FOR A CLAIM WHOSE  *
      **                          PRIMARY PAYER IS MEDICARE, EACH      *
      **                          SERVICE LINE WHOSE FB RECORD CLAIMS  *
      **                          AN HPSA FACILITY ZIP                 *
      **                          (FB-HPSA-FAC-ZIP) IS CHECKED AGAINST *
      **                          THE PCDHPSZ MASTER FOR THE QUARTER   *
      **                          OF SERVICE.  A ZIP NOT DESIGNATED,   *
      **                          ON A LINE WITHOUT THE AQ MODIFIER,   *
      **                          IS SUSPENDED (REASON HPSAZP) SO THE  *
      **                          10% BONUS IS NOT CLAIMED IN ERROR.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD226.
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
           SELECT PCD-HPSZ-MASTER   ASSIGN TO PCDHPSZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-HPSZ-KEY
               FILE STATUS IS WS-HPSZ-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-HPSZ-MASTER.
       COPY PCDHPSZ.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-HPSZ-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HPSZ-FOUND                       VALUE '00'.
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
       77  WS-AQ-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-LINE-HAS-AQ                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-HPSA-ZIP                 PIC X(005)  VALUE SPACES.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DOS-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEDICARE-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HPSA-LINES               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HPSA-VERIFIED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HPSA-BY-MODIFIER         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HPSA-SUSPENDED           PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE SERVICE LINE WHOSE FB (HPSA FACILITY) IS EXPECTED NEXT.   *
      **----------------------------------------------------------------*
       01  WS-HELD-LINE.
           05  WS-HL-PROC-CODE         PIC X(005).
           05  WS-HL-SEQ               PIC X(002).
           05  WS-HL-QUARTER           PIC X(006).
           05  WS-HL-MODIFIERS.
               10  WS-HL-MODIFIER      PIC X(002)  OCCURS 4 TIMES.
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
           OPEN INPUT  PCD-HPSZ-MASTER
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
                   MOVE 'N'              TO WS-CLAIM-SWITCH
                                            WS-LINE-HELD-SWITCH
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   MOVE 'N'            TO WS-CLAIM-SWITCH
                                          WS-LINE-HELD-SWITCH
                   MOVE B0-BATCH-TYPE  TO WS-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
               WHEN C0-REC
                   PERFORM 2100-OPEN-CLAIM      THRU 2100-EXIT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND NOT WS-FIRST-D0-SEEN
                       PERFORM 2150-PRIMARY-PAYER THRU 2150-EXIT
                   END-IF
               WHEN F0-REC
                   PERFORM 2200-HOLD-LINE       THRU 2200-EXIT
               WHEN FB-REC
                   IF WS-LINE-HELD
                      AND FB-HPSA-FAC-ZIP NOT = SPACES
                       PERFORM 3000-CHECK-HPSA-ZIP THRU 3000-EXIT
                   END-IF
                   MOVE 'N' TO WS-LINE-HELD-SWITCH
               WHEN X0-CLAIM-TRAILER-REC
                   MOVE 'N' TO WS-CLAIM-SWITCH
                               WS-LINE-HELD-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-OPEN-CLAIM.
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-HELD-SWITCH
           IF WS-PHARMACY-BATCH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           SET WS-CLAIM-OPEN TO TRUE
           MOVE 'N'             TO WS-FIRST-D0-SWITCH
                                   WS-MEDICARE-SWITCH
           MOVE SPACES          TO WS-CURRENT-PAYOR-ID
           MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-PRIMARY-PAYER -- THE HPSA BONUS IS A MEDICARE PAYMENT,   *
      **   SO ONLY A CLAIM WHOSE FIRST (PRIMARY) D0 IS MEDICARE IS       *
      **   CHECKED.                                                      *
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
           COMPUTE WS-DOS-QTR = ((F0-FROM-DATE-MM - 1) / 3) + 1
           MOVE SPACES TO WS-HL-QUARTER
           STRING F0-FROM-DATE-CC DELIMITED BY SIZE
                  F0-FROM-DATE-YY DELIMITED BY SIZE
                  'Q'             DELIMITED BY SIZE
                  WS-DOS-QTR      DELIMITED BY SIZE
               INTO WS-HL-QUARTER
           END-STRING.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-CHECK-HPSA-ZIP -- THE FACILITY ZIP MUST BE ON THE CMS    *
      **   HPSA ZIP FILE FOR THE QUARTER OF SERVICE.  A ZIP ONLY PARTLY  *
      **   IN A SHORTAGE AREA IS NOT ON THE FILE; FOR THOSE CMS ACCEPTS  *
      **   THE AQ MODIFIER AS THE PROVIDER'S OWN ATTESTATION, SO A LINE  *
      **   CARRYING AQ IS COUNTED AND PASSED.                            *
      **----------------------------------------------------------------*
       3000-CHECK-HPSA-ZIP.
           ADD 1 TO WS-HPSA-LINES
           MOVE FB-HPSA-FAC-ZIP (1:5) TO WS-HPSA-ZIP
           MOVE 'N' TO WS-AQ-SWITCH
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
               IF WS-HL-MODIFIER (WS-MOD-SUB) = 'AQ'
                   SET WS-LINE-HAS-AQ TO TRUE
               END-IF
           END-PERFORM
           IF WS-HPSA-ZIP NOT NUMERIC
               MOVE 'HPSAZP' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'HPSA FACILITY ZIP ' DELIMITED BY SIZE
                      WS-HPSA-ZIP          DELIMITED BY SIZE
                      ' INVALID LN '       DELIMITED BY SIZE
                      WS-HL-SEQ            DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-HL-PROC-CODE      DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
               END-STRING
               PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
               ADD 1 TO WS-HPSA-SUSPENDED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-HPSA-ZIP   TO PCD-HPSZ-ZIP5
           MOVE WS-HL-QUARTER TO PCD-HPSZ-QUARTER
           READ PCD-HPSZ-MASTER
               INVALID KEY
                   MOVE '23' TO WS-HPSZ-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-HPSZ-FILE-STATUS
           END-READ
           IF WS-HPSZ-FOUND
               ADD 1 TO WS-HPSA-VERIFIED
               GO TO 3000-EXIT
           END-IF
           IF WS-LINE-HAS-AQ
               ADD 1 TO WS-HPSA-BY-MODIFIER
               GO TO 3000-EXIT
           END-IF
           MOVE 'HPSAZP' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'HPSA ZIP '      DELIMITED BY SIZE
                  WS-HPSA-ZIP      DELIMITED BY SIZE
                  ' NOT DESIGNATED ' DELIMITED BY SIZE
                  WS-HL-QUARTER    DELIMITED BY SIZE
                  ' LN '           DELIMITED BY SIZE
                  WS-HL-SEQ        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HL-PROC-CODE  DELIMITED BY SIZE
                  ' - NO AQ'       DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           END-STRING
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-HPSA-SUSPENDED.
       3000-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE          TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM           TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-SUSP-REASON-CODE    TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT    TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD226'               TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       3400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-HPSZ-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD226 - CLAIMS READ:              ' WS-CLAIMS-READ
           DISPLAY 'PCD226 - MEDICARE PRIMARY CLAIMS:  '
               WS-MEDICARE-CLAIMS
           DISPLAY 'PCD226 - HPSA LINES CHECKED:       '
               WS-HPSA-LINES
           DISPLAY 'PCD226 - ZIP ON HPSA FILE:         '
               WS-HPSA-VERIFIED
           DISPLAY 'PCD226 - PASSED ON AQ MODIFIER:    '
               WS-HPSA-BY-MODIFIER
           DISPLAY 'PCD226 - HPSA ZIP SUSPENSES:       '
               WS-HPSA-SUSPENDED.
       9000-EXIT.
           EXIT.
