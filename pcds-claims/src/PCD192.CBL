      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD192           SYSTEM: PCDS                     *
      **    AUTO NO-FAULT PIP CASE MAINTENANCE                         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES PCDPIPTX   *
      **                          TRANSACTIONS TO THE PCDPIPM PIP CASE *
      **                          MASTER: ADD, CHANGE (LIMIT, AUTO OR  *
      **                          HEALTH PAYER), X FOR A CARRIER       *
      **                          EXHAUSTION NOTICE WITH ITS           *
      **                          DOCUMENTATION, R TO REOPEN AN        *
      **                          EXHAUSTED CASE, AND DELETE.  REJECTS *
      **                          ARE LISTED ON SYSOUT.                *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD192.
       AUTHOR.        COB FOLLOW-UP UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDPIPTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PIPM-MASTER ASSIGN TO PCDPIPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PIPM-KEY
               FILE STATUS IS WS-PIPM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-PIPM-MASTER.
       COPY PCDPIPM.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-CHANGE                    VALUE 'C'.
               88  WS-TX-EXHAUST                   VALUE 'X'.
               88  WS-TX-REOPEN                    VALUE 'R'.
               88  WS-TX-DELETE                    VALUE 'D'.
           05  WS-TX-KEY.
               10  WS-TX-PERSON-ID     PIC X(009).
               10  WS-TX-ACC-DATE      PIC X(008).
           05  WS-TX-PIP-LIMIT-X       PIC X(009).
           05  WS-TX-PIP-LIMIT REDEFINES WS-TX-PIP-LIMIT-X
                                       PIC 9(007)V99.
           05  WS-TX-AUTO-PAYOR-ID     PIC X(005).
           05  WS-TX-HEALTH-PAYOR-ID   PIC X(005).
           05  WS-TX-EXHAUST-DATE      PIC X(008).
           05  WS-TX-EXHAUST-DOC       PIC X(035).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PIPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PIPM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-CHANGED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-EXHAUSTED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REOPENED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-DELETED             PIC 9(007)  COMP  VALUE ZERO.
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
           OPEN I-O   PCD-PIPM-MASTER
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
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
           IF NOT WS-TRANS-REJECTED
               MOVE WS-TX-PERSON-ID TO PCD-PIPM-PERSON-ID
               MOVE WS-TX-ACC-DATE  TO PCD-PIPM-ACC-DATE
               READ PCD-PIPM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-PIPM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-PIPM-FILE-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN WS-TX-ADD
                       PERFORM 3000-ADD-ROW     THRU 3000-EXIT
                   WHEN WS-TX-CHANGE
                       PERFORM 4000-CHANGE-ROW  THRU 4000-EXIT
                   WHEN WS-TX-EXHAUST
                       PERFORM 4500-EXHAUST-ROW THRU 4500-EXIT
                   WHEN WS-TX-REOPEN
                       PERFORM 4700-REOPEN-ROW  THRU 4700-EXIT
                   WHEN WS-TX-DELETE
                       PERFORM 5000-DELETE-ROW  THRU 5000-EXIT
               END-EVALUATE
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               DISPLAY 'PCD192 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-PERSON-ID ' ' WS-TX-ACC-DATE ' '
                   WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-TRANS -- THE KEY IS A NUMERIC PERSON ID AND     *
      **   ACCIDENT DATE.  AN ADD MUST CARRY THE LIMIT AND THE AUTO      *
      **   CARRIER; AN EXHAUSTION NOTICE MUST CARRY ITS DOCUMENTATION    *
      **   (THE CARRIER'S LETTER OR EOB REFERENCE).                      *
      **----------------------------------------------------------------*
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-CHANGE
           AND NOT WS-TX-EXHAUST
           AND NOT WS-TX-REOPEN
           AND NOT WS-TX-DELETE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-PERSON-ID NOT NUMERIC
           OR WS-TX-ACC-DATE NOT NUMERIC
           OR WS-TX-ACC-DATE = ZEROS
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-PIP-LIMIT-X NOT = SPACES
           AND WS-TX-PIP-LIMIT-X NOT NUMERIC
               MOVE 'NON-NUMERIC PIP LIMIT' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ADD
           AND (WS-TX-PIP-LIMIT-X = SPACES
             OR WS-TX-AUTO-PAYOR-ID = SPACES)
               MOVE 'ADD NEEDS LIMIT AND AUTO PAYER' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-EXHAUST
           AND WS-TX-EXHAUST-DOC = SPACES
               MOVE 'NO EXHAUSTION DOCUMENTATION' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-EXHAUST-DATE NOT = SPACES
           AND WS-TX-EXHAUST-DATE NOT NUMERIC
               MOVE 'NON-NUMERIC EXHAUSTION DATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-ADD-ROW.
           IF WS-PIPM-FOUND
               MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES          TO PCD-PIPM-REC
           MOVE WS-TX-PERSON-ID TO PCD-PIPM-PERSON-ID
           MOVE WS-TX-ACC-DATE  TO PCD-PIPM-ACC-DATE
           MOVE ZERO TO PCD-PIPM-PIP-LIMIT
                        PCD-PIPM-PAID-TO-DATE
                        PCD-PIPM-EXHAUST-DATE
                        PCD-PIPM-AUTO-CLAIMS
                        PCD-PIPM-HEALTH-CLAIMS
                        PCD-PIPM-LAST-PAID-CALC
           SET PCD-PIPM-OPEN    TO TRUE
           MOVE WS-RUN-DATE     TO PCD-PIPM-OPEN-DATE
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           WRITE PCD-PIPM-REC
               INVALID KEY
                   MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.
       4000-CHANGE-ROW.
           IF NOT WS-PIPM-FOUND
               MOVE 'CHANGE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-CHANGED
           END-REWRITE.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-EXHAUST-ROW -- THE AUTO CARRIER HAS SAID PIP IS USED UP  *
      **   (ITS OWN PAYMENTS TO OTHER PROVIDERS COUNT AGAINST THE SAME   *
      **   LIMIT).  THE NOTICE DATE DEFAULTS TO THE RUN DATE.            *
      **----------------------------------------------------------------*
       4500-EXHAUST-ROW.
           IF NOT WS-PIPM-FOUND
               MOVE 'EXHAUSTION OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4500-EXIT
           END-IF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           SET PCD-PIPM-EXHAUSTED       TO TRUE
           SET PCD-PIPM-EXH-BY-CARRIER  TO TRUE
           IF WS-TX-EXHAUST-DATE = SPACES
               MOVE WS-RUN-DATE         TO PCD-PIPM-EXHAUST-DATE
           ELSE
               MOVE WS-TX-EXHAUST-DATE  TO PCD-PIPM-EXHAUST-DATE
           END-IF
           MOVE WS-TX-EXHAUST-DOC       TO PCD-PIPM-EXHAUST-DOC
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-EXHAUSTED
           END-REWRITE.
       4500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4700-REOPEN-ROW -- UNDOES AN EXHAUSTION (CARRIER REVERSAL OR  *
      **   A LIMIT KEYED TOO LOW).  PCD191 MARKS THE CASE EXHAUSTED      *
      **   AGAIN IF PAID-TO-DATE STILL REACHES THE LIMIT, SO A HIGHER    *
      **   LIMIT IS USUALLY KEYED ON THE SAME TRANSACTION.               *
      **----------------------------------------------------------------*
       4700-REOPEN-ROW.
           IF NOT WS-PIPM-FOUND
               MOVE 'REOPEN OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4700-EXIT
           END-IF
           IF NOT PCD-PIPM-EXHAUSTED
               MOVE 'REOPEN OF OPEN CASE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4700-EXIT
           END-IF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           SET PCD-PIPM-OPEN          TO TRUE
           MOVE ZERO                  TO PCD-PIPM-EXHAUST-DATE
           MOVE SPACES                TO PCD-PIPM-EXHAUST-SOURCE
                                         PCD-PIPM-EXHAUST-DOC
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-REOPENED
           END-REWRITE.
       4700-EXIT.
           EXIT.
       5000-DELETE-ROW.
           IF NOT WS-PIPM-FOUND
               MOVE 'DELETE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           DELETE PCD-PIPM-MASTER
               INVALID KEY
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-DELETED
           END-DELETE.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-MOVE-TRANS-FIELDS -- ONLY NON-BLANK TRANSACTION FIELDS   *
      **   REPLACE THE MASTER.  A HEALTH PAYER LEFT BLANK IS FILLED IN   *
      **   BY PCD190 FROM THE FIRST CLAIM THAT BILLS ONE.                *
      **----------------------------------------------------------------*
       6000-MOVE-TRANS-FIELDS.
           IF WS-TX-PIP-LIMIT-X NOT = SPACES
               MOVE WS-TX-PIP-LIMIT       TO PCD-PIPM-PIP-LIMIT
           END-IF
           IF WS-TX-AUTO-PAYOR-ID NOT = SPACES
               MOVE WS-TX-AUTO-PAYOR-ID   TO PCD-PIPM-AUTO-PAYOR-ID
           END-IF
           IF WS-TX-HEALTH-PAYOR-ID NOT = SPACES
               MOVE WS-TX-HEALTH-PAYOR-ID TO PCD-PIPM-HEALTH-PAYOR-ID
           END-IF
           MOVE WS-RUN-DATE TO PCD-PIPM-LAST-MAINT-DATE.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-PIPM-MASTER
           DISPLAY 'PCD192 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD192 - CASES ADDED:           ' WS-ROWS-ADDED
           DISPLAY 'PCD192 - CASES CHANGED:         ' WS-ROWS-CHANGED
           DISPLAY 'PCD192 - EXHAUSTION NOTICES:    ' WS-ROWS-EXHAUSTED
           DISPLAY 'PCD192 - CASES REOPENED:        ' WS-ROWS-REOPENED
           DISPLAY 'PCD192 - CASES DELETED:         ' WS-ROWS-DELETED
           DISPLAY 'PCD192 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
