      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD205           SYSTEM: PCDS                     *
      **    CLIENT REGISTRY MAINTENANCE                                *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES THE        *
      **                          PCDCLRTX TRANSACTIONS TO THE PCDCLRG *
      **                          CLIENT REGISTRY: A ADDS A SUBMITTER  *
      **                          EIN / BILLING TAX ID ROW FOR A       *
      **                          CLIENT, C CHANGES ITS CLIENT ID OR   *
      **                          NAME, I INACTIVATES IT AND R         *
      **                          REACTIVATES IT.  REJECTS ARE LISTED  *
      **                          ON THE CONSOLE.                      *
      ** RTC    10/15/26          A TRANSACTION NOW CARRIES THE TAX   *
      **                          ID TYPE IN COLUMN 56.  AN SSN (TYPE *
      **                          S) IS TOKENIZED THROUGH PCDTOKN AND *
      **                          THE REGISTRY IS KEYED BY THE TOKEN, *
      **                          MATCHING PCDCLNT; AN SSN IS NEVER   *
      **                          ECHOED ON A REJECT LINE.            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD205.
       AUTHOR.        CLIENT SERVICES.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDCLRTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLRG-MASTER ASSIGN TO PCDCLRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CLRG-KEY
               FILE STATUS IS WS-CLRG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-CLRG-MASTER.
       COPY PCDCLRG.
       WORKING-STORAGE SECTION.
       COPY PCDTOKA.
      **----------------------------------------------------------------*
      **   A ADDS A REGISTRY ROW, C CHANGES ITS CLIENT ID OR NAME, I     *
      **   INACTIVATES IT AND R REACTIVATES IT.  A ZERO (OR BLANK) TAX   *
      **   ID MAKES THE ROW SUBMITTER-WIDE, A ZERO SUBMITTER EIN MAKES   *
      **   IT PROVIDER-WIDE; ONE OF THE TWO MUST BE GIVEN.  ROWS ARE     *
      **   NEVER DELETED, SO HISTORY ON THE MASTERS STILL RESOLVES.      *
      **   A TAX ID TYPE OF S MARKS AN SSN, WHICH IS KEYED AS ITS        *
      **   PCDTOKN TOKEN -- THE FORM PCDCLNT LOOKS IT UP IN.             *
      **----------------------------------------------------------------*
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-CHANGE                    VALUE 'C'.
               88  WS-TX-INACTIVATE                VALUE 'I'.
               88  WS-TX-REACTIVATE                VALUE 'R'.
           05  WS-TX-SUB-EIN-X         PIC X(009).
           05  WS-TX-SUB-EIN REDEFINES WS-TX-SUB-EIN-X
                                       PIC 9(009).
           05  WS-TX-FED-TAX-NUM-X     PIC X(009).
           05  WS-TX-FED-TAX-NUM REDEFINES WS-TX-FED-TAX-NUM-X
                                       PIC 9(009).
           05  WS-TX-CLIENT-ID         PIC X(006).
           05  WS-TX-CLIENT-NAME       PIC X(030).
           05  WS-TX-TAX-ID-TYPE       PIC X(001).
               88  WS-TX-EIN-TAX-ID                VALUE 'E'.
               88  WS-TX-SSN-TAX-ID                VALUE 'S'.
           05  FILLER                  PIC X(024).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CLRG-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CLRG-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-TOKEN-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-TAX-ID-TOKENIZED                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-CHANGED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TRANS-REJECTED-CT        PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-TRANS-FILE
           OPEN I-O   PCD-CLRG-MASTER
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TRANS.
           READ PCD-TRANS-FILE INTO WS-TRANS-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
                          WS-TOKEN-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
           IF NOT WS-TRANS-REJECTED
               PERFORM 3000-UPDATE-REGISTRY THRU 3000-EXIT
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               IF WS-TX-SSN-TAX-ID
               AND NOT WS-TAX-ID-TOKENIZED
                   MOVE ALL '*' TO WS-TX-FED-TAX-NUM-X
               END-IF
               DISPLAY 'PCD205 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-SUB-EIN-X ' ' WS-TX-FED-TAX-NUM-X ' '
                   WS-TX-CLIENT-ID ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-CHANGE
           AND NOT WS-TX-INACTIVATE
           AND NOT WS-TX-REACTIVATE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-SUB-EIN-X = SPACES
               MOVE ZERO TO WS-TX-SUB-EIN
           END-IF
           IF WS-TX-FED-TAX-NUM-X = SPACES
               MOVE ZERO TO WS-TX-FED-TAX-NUM
           END-IF
           IF WS-TX-SUB-EIN-X NOT NUMERIC
           OR WS-TX-FED-TAX-NUM-X NOT NUMERIC
               MOVE 'EIN OR TAX ID NOT NUMERIC' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-TAX-ID-TYPE NOT = SPACE
           AND NOT WS-TX-EIN-TAX-ID
           AND NOT WS-TX-SSN-TAX-ID
               MOVE 'TAX ID TYPE NOT E OR S' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-SSN-TAX-ID
           AND WS-TX-FED-TAX-NUM NOT = ZERO
               PERFORM 2150-TOKENIZE-TAX-ID THRU 2150-EXIT
               IF WS-TRANS-REJECTED
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF WS-TX-SUB-EIN = ZERO
           AND WS-TX-FED-TAX-NUM = ZERO
               MOVE 'NEEDS SUBMITTER EIN OR TAX ID' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ADD
           AND (WS-TX-CLIENT-ID = SPACES
             OR WS-TX-CLIENT-NAME = SPACES)
               MOVE 'ADD NEEDS CLIENT ID AND NAME' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-CLIENT-ID (1:1) = '*'
               MOVE 'CLIENT ID MAY NOT START WITH *'
                   TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-TOKENIZE-TAX-ID -- AN SSN THE VAULT WILL NOT TOKENIZE    *
      **   IS NOT A VALID SSN AND IS REJECTED.                           *
      **----------------------------------------------------------------*
       2150-TOKENIZE-TAX-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'S'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD205' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-TX-FED-TAX-NUM-X TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD205 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF NOT PCD-TOKA-DONE
               MOVE 'TAX ID IS NOT A VALID SSN' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2150-EXIT
           END-IF
           MOVE PCD-TOKA-VALUE (1:9) TO WS-TX-FED-TAX-NUM-X
           SET WS-TAX-ID-TOKENIZED TO TRUE.
       2150-EXIT.
           EXIT.
       3000-UPDATE-REGISTRY.
           MOVE WS-TX-SUB-EIN     TO PCD-CLRG-SUB-EIN
           MOVE WS-TX-FED-TAX-NUM TO PCD-CLRG-FED-TAX-NUM
           READ PCD-CLRG-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CLRG-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CLRG-FILE-STATUS
           END-READ
           IF WS-TX-ADD
               IF WS-CLRG-FOUND
                   MOVE 'ALREADY REGISTERED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
                   GO TO 3000-EXIT
               END-IF
               MOVE SPACES            TO PCD-CLRG-REC
               MOVE WS-TX-SUB-EIN     TO PCD-CLRG-SUB-EIN
               MOVE WS-TX-FED-TAX-NUM TO PCD-CLRG-FED-TAX-NUM
               MOVE WS-TX-CLIENT-ID   TO PCD-CLRG-CLIENT-ID
               MOVE WS-TX-CLIENT-NAME TO PCD-CLRG-CLIENT-NAME
               SET PCD-CLRG-ACTIVE    TO TRUE
               MOVE WS-RUN-DATE       TO PCD-CLRG-ADDED-DATE
                                         PCD-CLRG-CHANGED-DATE
               WRITE PCD-CLRG-REC
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                       SET WS-TRANS-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-CLRG-FOUND
               MOVE 'NOT REGISTERED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TX-CHANGE
                   IF WS-TX-CLIENT-ID NOT = SPACES
                       MOVE WS-TX-CLIENT-ID   TO PCD-CLRG-CLIENT-ID
                   END-IF
                   IF WS-TX-CLIENT-NAME NOT = SPACES
                       MOVE WS-TX-CLIENT-NAME TO PCD-CLRG-CLIENT-NAME
                   END-IF
               WHEN WS-TX-INACTIVATE
                   SET PCD-CLRG-INACTIVE TO TRUE
               WHEN WS-TX-REACTIVATE
                   SET PCD-CLRG-ACTIVE   TO TRUE
           END-EVALUATE
           MOVE WS-RUN-DATE TO PCD-CLRG-CHANGED-DATE
           REWRITE PCD-CLRG-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-CHANGED
           END-REWRITE.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-CLRG-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD205 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD205 - REGISTRY ROWS ADDED:   ' WS-ROWS-ADDED
           DISPLAY 'PCD205 - REGISTRY ROWS CHANGED: ' WS-ROWS-CHANGED
           DISPLAY 'PCD205 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
