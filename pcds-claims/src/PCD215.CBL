      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD215           SYSTEM: PCDS                     *
      **    PART B DRUG NDC AND BILLING UNIT EDIT                      *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  EDITS EACH J-CODE  *
      **                          LINE WHOSE HCPCS CODE IS ON THE      *
      **                          PCDASPM ASP PRICING FILE (LOADED BY  *
      **                          PCD214).  SUSPENDS A LINE WITH NO    *
      **                          NDC (JNDCMS), AN NDC NOT CROSSWALKED *
      **                          TO THE HCPCS CODE (JNDCXW), NO FB    *
      **                          NDC QUANTITY OR AN NDC QUANTITY THAT *
      **                          DOES NOT CONVERT TO THE BILLED HCPCS *
      **                          UNITS WITHIN ONE UNIT (JUNITS), AND  *
      **                          A CHARGE UNDER HALF OF BILLED UNITS  *
      **                          TIMES THE ASP PAYMENT LIMIT, THE     *
      **                          USUAL SIGN OF A UNITS KEYING ERROR   *
      **                          (JLOASP).                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD215.
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
           SELECT PCD-ASPM-MASTER   ASSIGN TO PCDASPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ASPM-KEY
               FILE STATUS IS WS-ASPM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-ASPM-MASTER.
       COPY PCDASPM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
      **----------------------------------------------------------------*
      **   TOLERANCES.  BILLED HCPCS UNITS MAY DIFFER FROM THE UNITS     *
      **   CONVERTED FROM THE NDC QUANTITY BY ONE UNIT (A PARTIAL UNIT   *
      **   ROUNDS UP TO A WHOLE ONE).  A CHARGE UNDER THE LOW-ASP        *
      **   PERCENTAGE OF BILLED UNITS TIMES THE PAYMENT LIMIT IS TAKEN   *
      **   AS A UNITS KEYING ERROR.                                      *
      **----------------------------------------------------------------*
       77  WS-UNIT-TOLERANCE           PIC 9(003)V9  VALUE 1.0.
       77  WS-LOW-ASP-PCT              PIC 9(003)    VALUE 050.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-ASPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ASPM-FOUND                       VALUE '00'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-LINE-PENDING-SW          PIC X(001)  VALUE 'N'.
           88  WS-LINE-PENDING                     VALUE 'Y'.
       77  WS-LINE-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-LINE-SEQ                 PIC X(002)  VALUE SPACES.
       77  WS-LINE-HCPCS-CODE          PIC X(005)  VALUE SPACES.
       77  WS-LINE-NDC-CODE            PIC X(011)  VALUE SPACES.
       77  WS-LINE-BILLED-UNITS        PIC S9(009)V9   COMP-3
                                                   VALUE ZERO.
       77  WS-LINE-NDC-UNITS           PIC S9(007)     COMP-3
                                                   VALUE ZERO.
       77  WS-LINE-CHARGE              PIC S9(007)V99  COMP-3
                                                   VALUE ZERO.
       77  WS-PAYMENT-LIMIT            PIC S9(007)V999 COMP-3
                                                   VALUE ZERO.
       77  WS-EXPECTED-UNITS           PIC S9(009)V9   COMP-3
                                                   VALUE ZERO.
       77  WS-UNIT-VARIANCE            PIC S9(009)V9   COMP-3
                                                   VALUE ZERO.
       77  WS-ASP-AMOUNT               PIC S9(009)V99  COMP-3
                                                   VALUE ZERO.
       77  WS-LOW-ASP-AMOUNT           PIC S9(009)V99  COMP-3
                                                   VALUE ZERO.
       77  WS-EDIT-NDC-UNITS           PIC Z(006)9.
       77  WS-EDIT-EXPECTED            PIC Z(005)9.9.
       77  WS-EDIT-BILLED              PIC Z(005)9.9.
       77  WS-EDIT-CHARGE              PIC Z(005)9.99.
       77  WS-EDIT-ASP-AMOUNT          PIC Z(007)9.99.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-LINES-CHECKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-PRICED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NDC-MISSING              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NDC-NOT-CROSSWALKED      PIC 9(005)  COMP  VALUE ZERO.
       77  WS-UNITS-MISMATCHED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LOW-ASP-CHARGES          PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-ASPM-MASTER
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
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- A J-CODE LINE IS HELD UNTIL THE NEXT  *
      **   F0, B0 OR X0 SO THE FB RECORD CARRYING ITS NDC QUANTITY IS IN *
      **   HAND.  PHARMACY BATCHES BILL BY NDC ALONE AND ARE SKIPPED.    *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
                   MOVE B0-BATCH-TYPE     TO WS-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X    TO WS-BATCH-NUM
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
               WHEN F0-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
                   IF NOT WS-PHARMACY-BATCH
                      AND F0-PROC-CODE-POS-1 = 'J'
                       PERFORM 2100-OPEN-PENDING-LINE THRU 2100-EXIT
                   END-IF
               WHEN FB-REC
                   IF WS-LINE-PENDING
                      AND FB-NAT-DRUG-UNITS-X NUMERIC
                       MOVE FB-NAT-DRUG-UNITS TO WS-LINE-NDC-UNITS
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-OPEN-PENDING-LINE.
           SET WS-LINE-PENDING TO TRUE
           MOVE F0-PAT-CNTL-NUM TO WS-LINE-PAT-CNTL-NO
           MOVE F0-SEQ-NUM-X    TO WS-LINE-SEQ
           MOVE F0-PROC-CODE    TO WS-LINE-HCPCS-CODE
           MOVE F0-NDC-CODE     TO WS-LINE-NDC-CODE
           MOVE ZERO            TO WS-LINE-NDC-UNITS
                                   WS-LINE-BILLED-UNITS
                                   WS-LINE-CHARGE
           IF F0-SERVICE-UNIT-X NUMERIC
               MOVE F0-SERVICE-UNIT TO WS-LINE-BILLED-UNITS
           END-IF
           IF F0-LINE-CHRG-X NUMERIC
               MOVE F0-LINE-CHRG    TO WS-LINE-CHARGE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-FLUSH-PENDING-LINE -- ONLY A J-CODE ON THE ASP PRICING   *
      **   FILE IS EDITED; A NOT-OTHERWISE-CLASSIFIED OR UNPRICED CODE   *
      **   IS COUNTED.  THE LINE MUST CARRY AN NDC CROSSWALKED TO THE    *
      **   CODE, NDC UNITS THAT CONVERT TO THE BILLED UNITS, AND A       *
      **   CHARGE NOT FAR UNDER ASP FOR THOSE UNITS.                     *
      **----------------------------------------------------------------*
       3000-FLUSH-PENDING-LINE.
           IF NOT WS-LINE-PENDING
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-PENDING-SW
           MOVE WS-LINE-HCPCS-CODE TO PCD-ASPM-HCPCS-CODE
           MOVE SPACES             TO PCD-ASPM-NDC-CODE
           PERFORM 4000-READ-ASPM THRU 4000-EXIT
           IF NOT WS-ASPM-FOUND
               ADD 1 TO WS-NOT-PRICED
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINES-CHECKED
           MOVE PCD-ASPM-PAYMENT-LIMIT TO WS-PAYMENT-LIMIT
           PERFORM 3100-CHECK-NDC-UNITS THRU 3100-EXIT
           PERFORM 3200-CHECK-LOW-CHARGE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-CHECK-NDC-UNITS -- NDC UNITS TIMES THE PACKAGE'S         *
      **   BILLING UNITS OVER ITS NDC UNITS IS THE HCPCS UNITS THE LINE  *
      **   SHOULD CARRY.                                                 *
      **----------------------------------------------------------------*
       3100-CHECK-NDC-UNITS.
           IF WS-LINE-NDC-CODE = SPACES
               MOVE 'JNDCMS' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'DRUG CODE ' DELIMITED BY SIZE
                      WS-LINE-HCPCS-CODE DELIMITED BY SIZE
                      ' LINE ' DELIMITED BY SIZE
                      WS-LINE-SEQ DELIMITED BY SIZE
                      ' BILLED WITHOUT AN NDC' DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
               PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
               ADD 1 TO WS-NDC-MISSING
               GO TO 3100-EXIT
           END-IF
           MOVE WS-LINE-HCPCS-CODE TO PCD-ASPM-HCPCS-CODE
           MOVE WS-LINE-NDC-CODE   TO PCD-ASPM-NDC-CODE
           PERFORM 4000-READ-ASPM THRU 4000-EXIT
           IF NOT WS-ASPM-FOUND
               MOVE 'JNDCXW' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'NDC ' DELIMITED BY SIZE
                      WS-LINE-NDC-CODE DELIMITED BY SIZE
                      ' NOT CROSSWALKED TO ' DELIMITED BY SIZE
                      WS-LINE-HCPCS-CODE DELIMITED BY SIZE
                      ' LINE ' DELIMITED BY SIZE
                      WS-LINE-SEQ DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
               PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
               ADD 1 TO WS-NDC-NOT-CROSSWALKED
               GO TO 3100-EXIT
           END-IF
           IF WS-LINE-NDC-UNITS = ZERO
               MOVE 'JUNITS' TO WS-SUSP-REASON-CODE
               MOVE SPACES   TO WS-SUSP-REASON-TEXT
               STRING 'NO NDC QUANTITY FOR ' DELIMITED BY SIZE
                      WS-LINE-NDC-CODE DELIMITED BY SIZE
                      ' LINE ' DELIMITED BY SIZE
                      WS-LINE-SEQ DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
               PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
               ADD 1 TO WS-UNITS-MISMATCHED
               GO TO 3100-EXIT
           END-IF
           IF PCD-ASPM-NDC-UNITS-PER-PKG = ZERO
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-EXPECTED-UNITS ROUNDED
               = WS-LINE-NDC-UNITS * PCD-ASPM-BILL-UNITS-PER-PKG
               / PCD-ASPM-NDC-UNITS-PER-PKG
           COMPUTE WS-UNIT-VARIANCE
               = WS-EXPECTED-UNITS - WS-LINE-BILLED-UNITS
           IF WS-UNIT-VARIANCE < ZERO
               COMPUTE WS-UNIT-VARIANCE = ZERO - WS-UNIT-VARIANCE
           END-IF
           IF WS-UNIT-VARIANCE NOT > WS-UNIT-TOLERANCE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-LINE-NDC-UNITS    TO WS-EDIT-NDC-UNITS
           MOVE WS-EXPECTED-UNITS    TO WS-EDIT-EXPECTED
           MOVE WS-LINE-BILLED-UNITS TO WS-EDIT-BILLED
           MOVE 'JUNITS' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'NDC QTY ' DELIMITED BY SIZE
                  WS-EDIT-NDC-UNITS DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  WS-EDIT-EXPECTED DELIMITED BY SIZE
                  ' HCPCS UNITS, BILLED ' DELIMITED BY SIZE
                  WS-EDIT-BILLED DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-UNITS-MISMATCHED.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-LOW-CHARGE -- A CHARGE FAR UNDER BILLED UNITS      *
      **   TIMES THE ASP PAYMENT LIMIT USUALLY MEANS THE UNITS WERE      *
      **   KEYED IN THE WRONG MEASURE.                                   *
      **----------------------------------------------------------------*
       3200-CHECK-LOW-CHARGE.
           IF WS-LINE-BILLED-UNITS = ZERO
            OR WS-LINE-CHARGE NOT > ZERO
               GO TO 3200-EXIT
           END-IF
           COMPUTE WS-ASP-AMOUNT ROUNDED
               = WS-LINE-BILLED-UNITS * WS-PAYMENT-LIMIT
           COMPUTE WS-LOW-ASP-AMOUNT ROUNDED
               = WS-ASP-AMOUNT * WS-LOW-ASP-PCT / 100
           IF WS-LINE-CHARGE NOT < WS-LOW-ASP-AMOUNT
               GO TO 3200-EXIT
           END-IF
           MOVE WS-LINE-CHARGE TO WS-EDIT-CHARGE
           MOVE WS-ASP-AMOUNT  TO WS-EDIT-ASP-AMOUNT
           MOVE 'JLOASP' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING WS-LINE-HCPCS-CODE DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-EDIT-CHARGE DELIMITED BY SIZE
                  ' UNDER ' DELIMITED BY SIZE
                  WS-LOW-ASP-PCT DELIMITED BY SIZE
                  '% OF ASP ' DELIMITED BY SIZE
                  WS-EDIT-ASP-AMOUNT DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-LOW-ASP-CHARGES.
       3200-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           MOVE SPACES              TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM   TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE       TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM        TO PCD-SUSP-BATCH-NUM
           MOVE WS-LINE-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-SUSP-REASON-CODE TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD215'            TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC    TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       3400-EXIT.
           EXIT.
       4000-READ-ASPM.
           READ PCD-ASPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ASPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ASPM-FILE-STATUS
           END-READ.
       4000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ASPM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD215 - J-CODE LINES CHECKED:     '
               WS-LINES-CHECKED
           DISPLAY 'PCD215 - J-CODES NOT ASP PRICED:   ' WS-NOT-PRICED
           DISPLAY 'PCD215 - NDC MISSING SUSPENSES:    ' WS-NDC-MISSING
           DISPLAY 'PCD215 - NDC NOT CROSSWALKED:      '
               WS-NDC-NOT-CROSSWALKED
           DISPLAY 'PCD215 - UNIT MISMATCH SUSPENSES:  '
               WS-UNITS-MISMATCHED
           DISPLAY 'PCD215 - LOW ASP CHARGE SUSPENSES: '
               WS-LOW-ASP-CHARGES.
       9000-EXIT.
           EXIT.
