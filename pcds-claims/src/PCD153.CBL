      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD153              SYSTEM: PCDS                 *
      **    F0/KS PROCEDURE-CODE VALIDITY AND TERMINATED-CODE EDIT    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  THE PROCEDURE-     *
      **                          CODE COUNTERPART OF PCD119.  EVERY   *
      **                          F0-PROC-CODE IS LOOKED UP ON THE     *
      **                          PCDPRCM MASTER UNDER ITS             *
      **                          F0-PROC-CODE-QUAL (BLANK DEFAULTS    *
      **                          TO AD ON DENTAL BATCHES, HC          *
      **                          OTHERWISE; OTHER QUALIFIERS SUCH AS  *
      **                          NDC OR STATE CODES ARE NOT ON THE    *
      **                          MASTER AND ARE PASSED BY).  A CODE   *
      **                          NOT ON FILE SUSPENDS PROCUK; A CODE  *
      **                          WHOSE EFFECTIVE SPAN DOES NOT COVER  *
      **                          THE LINE'S DATE OF SERVICE SUSPENDS  *
      **                          PROCEX.  KS PRIOR-PAYER LINE CODES   *
      **                          GO OUT ON THE 837 TOO AND ARE        *
      **                          CHECKED THE SAME WAY AGAINST THE     *
      **                          DATE OF THE F0 THEY FOLLOW.          *
      **                          PHARMACY BATCHES ARE NOT EDITED.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD153.
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
           SELECT PCD-PRCM-MASTER   ASSIGN TO PCDPRCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRCM-KEY
               FILE STATUS IS WS-PRCM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-PRCM-MASTER.
       COPY PCDPRCM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PRCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PRCM-FOUND                       VALUE '00'.
       77  WS-BATCH-CLASS              PIC X(001)  VALUE 'M'.
           88  WS-MEDICAL-BATCH                    VALUE 'M'.
           88  WS-DENTAL-BATCH                     VALUE 'D'.
           88  WS-PHARMACY-BATCH                   VALUE 'P'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-LINE-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-LINE-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-REC-TYPE            PIC X(002)  VALUE SPACES.
       77  WS-WORK-PROC-CODE           PIC X(005)  VALUE SPACES.
       77  WS-WORK-CODE-QUAL           PIC X(002)  VALUE SPACES.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-CODES-CHECKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-PASSED-BY          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SUSPENSE-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-PRCM-MASTER
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
                   EVALUATE TRUE
                       WHEN B0-PHARMACY-BATCH
                           SET WS-PHARMACY-BATCH TO TRUE
                       WHEN B0-DENTAL-BATCH
                       WHEN B0-DENTAL-ENCOUNTERS
                           SET WS-DENTAL-BATCH   TO TRUE
                       WHEN OTHER
                           SET WS-MEDICAL-BATCH  TO TRUE
                   END-EVALUATE
               WHEN C0-REC
                   MOVE ZERO TO WS-LINE-DOS
               WHEN D0-REC
                   MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
               WHEN F0-REC
                   PERFORM 2100-CHECK-F0-LINE THRU 2100-EXIT
               WHEN KS-REC
                   PERFORM 2200-CHECK-KS-LINE THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-CHECK-F0-LINE.
           MOVE ZERO TO WS-LINE-DOS
           IF F0-FROM-DATE-X IS NUMERIC
               MOVE F0-FROM-DATE-X TO WS-LINE-DOS
           END-IF
           IF WS-PHARMACY-BATCH
           OR F0-PROC-CODE = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE 'F0'              TO WS-LINE-REC-TYPE
           MOVE F0-PAT-CNTL-NUM   TO WS-LINE-PAT-CNTL-NO
           MOVE F0-PROC-CODE      TO WS-WORK-PROC-CODE
           MOVE F0-PROC-CODE-QUAL TO WS-WORK-CODE-QUAL
           PERFORM 3000-CHECK-ONE-CODE THRU 3000-EXIT.
       2100-EXIT.
           EXIT.
       2200-CHECK-KS-LINE.
           IF WS-PHARMACY-BATCH
           OR KS-PROC-CODE = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE 'KS'              TO WS-LINE-REC-TYPE
           MOVE KS-PCN-01-17      TO WS-LINE-PAT-CNTL-NO
           MOVE KS-PROC-CODE      TO WS-WORK-PROC-CODE
           MOVE KS-PROC-CODE-QUAL TO WS-WORK-CODE-QUAL
           PERFORM 3000-CHECK-ONE-CODE THRU 3000-EXIT.
       2200-EXIT.
           EXIT.
       3000-CHECK-ONE-CODE.
           IF WS-WORK-CODE-QUAL = SPACES
               IF WS-DENTAL-BATCH
                   MOVE 'AD' TO WS-WORK-CODE-QUAL
               ELSE
                   MOVE 'HC' TO WS-WORK-CODE-QUAL
               END-IF
           END-IF
           IF WS-WORK-CODE-QUAL NOT = 'HC'
           AND WS-WORK-CODE-QUAL NOT = 'AD'
               ADD 1 TO WS-CODES-PASSED-BY
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CODES-CHECKED
           MOVE WS-WORK-PROC-CODE TO PCD-PRCM-PROC-CODE
           MOVE WS-WORK-CODE-QUAL TO PCD-PRCM-CODE-QUAL
           READ PCD-PRCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRCM-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PRCM-FOUND
                   MOVE 'PROCUK' TO WS-SUSP-REASON-CODE
                   MOVE SPACES   TO WS-SUSP-REASON-TEXT
                   STRING WS-LINE-REC-TYPE DELIMITED BY SIZE
                          ' PROCEDURE CODE NOT ON MASTER: '
                              DELIMITED BY SIZE
                          WS-WORK-PROC-CODE DELIMITED BY SIZE
                          ' QUAL ' DELIMITED BY SIZE
                          WS-WORK-CODE-QUAL DELIMITED BY SIZE
                       INTO WS-SUSP-REASON-TEXT
                   PERFORM 4000-WRITE-SUSPENSE THRU 4000-EXIT
               WHEN WS-LINE-DOS > ZERO
                AND (WS-LINE-DOS < PCD-PRCM-EFF-DATE
                 OR (PCD-PRCM-TERM-DATE > ZERO
                     AND WS-LINE-DOS > PCD-PRCM-TERM-DATE))
                   MOVE 'PROCEX' TO WS-SUSP-REASON-CODE
                   MOVE SPACES   TO WS-SUSP-REASON-TEXT
                   STRING WS-LINE-REC-TYPE DELIMITED BY SIZE
                          ' PROCEDURE CODE ' DELIMITED BY SIZE
                          WS-WORK-PROC-CODE DELIMITED BY SIZE
                          ' NOT EFFECTIVE ON DOS ' DELIMITED BY SIZE
                          WS-LINE-DOS DELIMITED BY SIZE
                       INTO WS-SUSP-REASON-TEXT
                   PERFORM 4000-WRITE-SUSPENSE THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.
       4000-WRITE-SUSPENSE.
           MOVE SPACES                TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM     TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE TO PCD-SUSP-BATCH-TYPE
           MOVE WS-LINE-PAT-CNTL-NO   TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-CURRENT-PAYOR-ID   TO PCD-SUSP-PAYOR-ID
           MOVE WS-SUSP-REASON-CODE   TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT   TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD153'              TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC      TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           ADD 1 TO WS-SUSPENSE-COUNT.
       4000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-PRCM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD153 - PROCEDURE CODES CHECKED: '
               WS-CODES-CHECKED
           DISPLAY 'PCD153 - NON-HC/AD CODES PASSED:  '
               WS-CODES-PASSED-BY
           DISPLAY 'PCD153 - CODES SUSPENDED:         '
               WS-SUSPENSE-COUNT.
       9000-EXIT.
           EXIT.
