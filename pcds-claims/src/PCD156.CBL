      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD156              SYSTEM: PCDS                 *
      **    PRE-TRANSMISSION PROVIDER-TO-PAYER ENROLLMENT EDIT        *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AT THE END    *
      **                          OF THE EDIT CHAIN, AHEAD OF THE      *
      **                          PCD101 TRANSMISSION SPLIT.  EACH     *
      **                          CLAIM'S BILLING PROVIDER (B0-NPI,    *
      **                          B0-FEDERAL-TAX-NUM) AND PAYER        *
      **                          (D0-PAYOR-ID) ARE LOOKED UP ON THE   *
      **                          PCDENRM ENROLLMENT MASTER.  UNLESS   *
      **                          CLAIM SUBMISSION IS ACTIVE AND IN    *
      **                          FORCE ON THE RUN DATE, THE CLAIM IS  *
      **                          HELD IN SUSPENSE UNDER REASON        *
      **                          ENRLNE, WITH THE NPI, TAX ID, CLAIM  *
      **                          CHARGE AND ENROLLMENT STATE IN THE   *
      **                          REASON TEXT (PCDENRX LAYOUT) FOR     *
      **                          THE PCD157 WEEKLY REPORT.  THE       *
      **                          CHECK IS MADE AT THE X0, WHEN THE    *
      **                          CLAIM TOTAL CHARGE IS KNOWN.         *
      ** RTC    10/15/26          WHEN THE BILLING PROVIDER'S TAX ID   *
      **                          IS AN SSN (B0-TAX-ID-TYPE 'S') THE   *
      **                          COPY HELD IN THE SUSPENSE REASON     *
      **                          TEXT IS NOW THE PCDTOKN VAULT TOKEN; *
      **                          THE ENROLLMENT LOOKUP STILL USES THE *
      **                          TAX ID AS BILLED.                    *
      ** RTC    10/15/26          THE SSN IS NOW TOKENIZED AT THE B0  *
      **                          AND THE PCDENRM LOOKUP IS KEYED BY  *
      **                          THE TOKEN, MATCHING THE MASTER AS   *
      **                          PCD155 LOADS IT.  AN SSN THE VAULT  *
      **                          WILL NOT TOKENIZE IS HELD AS ZEROS. *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD156.
       AUTHOR.        PROVIDER ENROLLMENT UNIT.
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
           SELECT PCD-ENRM-MASTER   ASSIGN TO PCDENRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ENRM-KEY
               FILE STATUS IS WS-ENRM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-ENRM-MASTER.
       COPY PCDENRM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDSUSP.
       COPY PCDENRX.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-ENRM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ENRM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-TAX-ID           PIC X(009)  VALUE SPACES.
       77  WS-CURRENT-TAX-ID-TYPE      PIC X(001)  VALUE SPACES.
           88  WS-CURRENT-TAX-ID-SSN               VALUE 'S'.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CLAIMS-CHECKED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SUSPENSE-COUNT           PIC 9(005)  COMP  VALUE ZERO.
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
           OPEN INPUT  PCD-ENRM-MASTER
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
                   MOVE B0-BATCH-TYPE        TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X       TO WS-CURRENT-BATCH-NUM
                   MOVE B0-NPI               TO WS-CURRENT-NPI
                   MOVE B0-FEDERAL-TAX-NUM-X TO WS-CURRENT-TAX-ID
                   MOVE B0-TAX-ID-TYPE       TO WS-CURRENT-TAX-ID-TYPE
                   IF WS-CURRENT-TAX-ID-SSN
                       PERFORM 2300-TOKENIZE-TAX-ID THRU 2300-EXIT
                   END-IF
               WHEN C0-REC
                   MOVE SPACES TO WS-CURRENT-PAYOR-ID
               WHEN D0-REC
                   IF WS-CURRENT-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2100-CHECK-ENROLLMENT THRU 2100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-CHECK-ENROLLMENT -- THE FIRST D0 IS THE DESTINATION      *
      **   PAYER; LATER D0S ARE OTHER COVERAGE.                          *
      **----------------------------------------------------------------*
       2100-CHECK-ENROLLMENT.
           IF WS-CURRENT-PAYOR-ID = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-CHECKED
           MOVE WS-CURRENT-NPI      TO PCD-ENRM-NPI
           MOVE WS-CURRENT-TAX-ID   TO PCD-ENRM-TAX-ID
           MOVE WS-CURRENT-PAYOR-ID TO PCD-ENRM-PAYOR-ID
           READ PCD-ENRM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ENRM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ENRM-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ENRM-FOUND
                   MOVE 'NOT ON FILE'     TO PCD-ENRX-STATUS-TEXT
               WHEN PCD-ENRM-CLM-PENDING
                   MOVE 'PENDING'         TO PCD-ENRX-STATUS-TEXT
               WHEN PCD-ENRM-CLM-DENIED
                   MOVE 'DENIED'          TO PCD-ENRX-STATUS-TEXT
               WHEN PCD-ENRM-CLM-TERMINATED
                   MOVE 'TERMINATED'      TO PCD-ENRX-STATUS-TEXT
               WHEN NOT PCD-ENRM-CLM-ACTIVE
                   MOVE 'STATUS UNKNOWN'  TO PCD-ENRX-STATUS-TEXT
               WHEN WS-RUN-DATE < PCD-ENRM-CLM-EFF-DATE
                   MOVE 'NOT YET EFF'     TO PCD-ENRX-STATUS-TEXT
               WHEN PCD-ENRM-CLM-TERM-DATE > ZERO
                AND WS-RUN-DATE > PCD-ENRM-CLM-TERM-DATE
                   MOVE 'LAPSED'          TO PCD-ENRX-STATUS-TEXT
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
       2200-WRITE-SUSPENSE.
           MOVE WS-CURRENT-NPI        TO PCD-ENRX-NPI
           MOVE WS-CURRENT-TAX-ID     TO PCD-ENRX-TAX-ID
           MOVE ZERO                  TO PCD-ENRX-CHARGE
           IF X0-CLAIM-TOT-CHRG IS NUMERIC
               MOVE X0-CLAIM-TOT-CHRG TO PCD-ENRX-CHARGE
           END-IF
           MOVE SPACES                TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM     TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM  TO PCD-SUSP-BATCH-NUM
           MOVE X0-PAT-CNTL-NUM       TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-CURRENT-PAYOR-ID   TO PCD-SUSP-PAYOR-ID
           MOVE 'ENRLNE'              TO PCD-SUSP-REASON-CODE
           MOVE PCD-ENRX-TEXT         TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD156'              TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC      TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           ADD 1 TO WS-SUSPENSE-COUNT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-TOKENIZE-TAX-ID -- PCDENRM KEYS AN SSN BY ITS TOKEN, SO  *
      **   THE LOOKUP AND THE SUSPENSE TEXT BOTH CARRY THE TOKEN.  AN    *
      **   SSN THE VAULT WILL NOT TOKENIZE WAS NEVER ENROLLED (PCD155    *
      **   REJECTS IT) AND GOES TO SUSPENSE AS ZEROS, NOT IN THE CLEAR.  *
      **----------------------------------------------------------------*
       2300-TOKENIZE-TAX-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'S'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD156' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-CURRENT-TAX-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD156 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-TOKA-DONE
               MOVE PCD-TOKA-VALUE (1:9) TO WS-CURRENT-TAX-ID
           ELSE
               MOVE ZERO TO WS-CURRENT-TAX-ID
           END-IF.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ENRM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD156 - CLAIMS CHECKED:          '
               WS-CLAIMS-CHECKED
           DISPLAY 'PCD156 - HELD FOR ENROLLMENT:     '
               WS-SUSPENSE-COUNT.
       9000-EXIT.
           EXIT.
