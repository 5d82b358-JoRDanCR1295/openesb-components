      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD155              SYSTEM: PCDS                 *
      **    PROVIDER-TO-PAYER ENROLLMENT MASTER MAINTENANCE           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES THE        *
      **                          ENROLLMENT TEAM'S TRANSACTIONS       *
      **                          (PCDENRTX) TO THE PCDENRM MASTER.    *
      **                          A = ADD A NEW PROVIDER/PAYER ROW,    *
      **                          C = CHANGE (ONLY THE NON-BLANK       *
      **                          FIELDS ON THE TRANSACTION REPLACE    *
      **                          THE MASTER), D = DELETE.  AN ADD     *
      **                          WITH NO CLAIM STATUS LOADS AS        *
      **                          PENDING.  BAD ACTIONS, STATUSES OR   *
      **                          DATES, ADDS OF AN EXISTING ROW AND   *
      **                          CHANGES/DELETES OF A MISSING ROW     *
      **                          ARE REJECTED AND LISTED ON THE       *
      **                          CONSOLE.                             *
      ** RTC    10/15/26          THE TRANSACTION CARRIES THE TAX ID  *
      **                          TYPE IN COLUMN 85 (BLANK, E OR S).  *
      **                          AN SSN (TYPE S) IS TOKENIZED        *
      **                          THROUGH PCDTOKN AND THE MASTER IS   *
      **                          KEYED BY THE TOKEN; ONE THE VAULT   *
      **                          WILL NOT TOKENIZE IS REJECTED AND   *
      **                          MASKED ON THE CONSOLE.              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD155.
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
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDENRTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ENRM-MASTER ASSIGN TO PCDENRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ENRM-KEY
               FILE STATUS IS WS-ENRM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(100).
       FD  PCD-ENRM-MASTER.
       COPY PCDENRM.
       WORKING-STORAGE SECTION.
       COPY PCDTOKA.
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-CHANGE                    VALUE 'C'.
               88  WS-TX-DELETE                    VALUE 'D'.
           05  WS-TX-KEY.
               10  WS-TX-NPI           PIC X(010).
               10  WS-TX-TAX-ID        PIC X(009).
               10  WS-TX-PAYOR-ID      PIC X(005).
           05  WS-TX-CLM-STATUS        PIC X(001).
           05  WS-TX-CLM-EFF-DATE      PIC X(008).
           05  WS-TX-CLM-TERM-DATE     PIC X(008).
           05  WS-TX-ERA-STATUS        PIC X(001).
           05  WS-TX-ERA-EFF-DATE      PIC X(008).
           05  WS-TX-ERA-TERM-DATE     PIC X(008).
           05  WS-TX-EFT-STATUS        PIC X(001).
           05  WS-TX-EFT-EFF-DATE      PIC X(008).
           05  WS-TX-EFT-TERM-DATE     PIC X(008).
           05  WS-TX-APPLIED-DATE      PIC X(008).
           05  WS-TX-TAX-ID-TYPE       PIC X(001).
               88  WS-TX-SSN-TAX-ID                VALUE 'S'.
               88  WS-TX-VALID-TAX-TYPE            VALUES ' ' 'E' 'S'.
           05  FILLER                  PIC X(015).
       01  WS-TX-DATES REDEFINES WS-TRANS-REC.
           05  FILLER                  PIC X(026).
           05  WS-TX-DATE-GROUP-1.
               10  WS-TX-DATE-1        PIC X(008).
               10  WS-TX-DATE-2        PIC X(008).
           05  FILLER                  PIC X(001).
           05  WS-TX-DATE-GROUP-2.
               10  WS-TX-DATE-3        PIC X(008).
               10  WS-TX-DATE-4        PIC X(008).
           05  FILLER                  PIC X(001).
           05  WS-TX-DATE-GROUP-3.
               10  WS-TX-DATE-5        PIC X(008).
               10  WS-TX-DATE-6        PIC X(008).
               10  WS-TX-DATE-7        PIC X(008).
           05  FILLER                  PIC X(016).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-ENRM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ENRM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-TOKEN-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-TAX-ID-TOKENIZED                 VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-CHANGED             PIC 9(007)  COMP  VALUE ZERO.
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
           OPEN I-O   PCD-ENRM-MASTER
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
               MOVE WS-TX-NPI      TO PCD-ENRM-NPI
               MOVE WS-TX-TAX-ID   TO PCD-ENRM-TAX-ID
               MOVE WS-TX-PAYOR-ID TO PCD-ENRM-PAYOR-ID
               READ PCD-ENRM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-ENRM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-ENRM-FILE-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN WS-TX-ADD
                       PERFORM 3000-ADD-ROW    THRU 3000-EXIT
                   WHEN WS-TX-CHANGE
                       PERFORM 4000-CHANGE-ROW THRU 4000-EXIT
                   WHEN WS-TX-DELETE
                       PERFORM 5000-DELETE-ROW THRU 5000-EXIT
               END-EVALUATE
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               IF WS-TX-SSN-TAX-ID
               AND NOT WS-TAX-ID-TOKENIZED
                   MOVE ALL '*' TO WS-TX-TAX-ID
               END-IF
               DISPLAY 'PCD155 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-NPI ' ' WS-TX-TAX-ID ' ' WS-TX-PAYOR-ID
                   ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-TRANS -- EVERY DATE PRESENT MUST BE NUMERIC;    *
      **   STATUS BYTES PRESENT MUST BE A/P/T/D.  A TAX ID OF TYPE S IS  *
      **   AN SSN AND IS KEYED BY ITS TOKEN.                             *
      **----------------------------------------------------------------*
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-CHANGE
           AND NOT WS-TX-DELETE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-NPI = SPACES
           OR WS-TX-TAX-ID = SPACES
           OR WS-TX-PAYOR-ID = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-TX-VALID-TAX-TYPE
               MOVE 'INVALID TAX ID TYPE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF (WS-TX-DATE-1 NOT = SPACES AND WS-TX-DATE-1 NOT NUMERIC)
           OR (WS-TX-DATE-2 NOT = SPACES AND WS-TX-DATE-2 NOT NUMERIC)
           OR (WS-TX-DATE-3 NOT = SPACES AND WS-TX-DATE-3 NOT NUMERIC)
           OR (WS-TX-DATE-4 NOT = SPACES AND WS-TX-DATE-4 NOT NUMERIC)
           OR (WS-TX-DATE-5 NOT = SPACES AND WS-TX-DATE-5 NOT NUMERIC)
           OR (WS-TX-DATE-6 NOT = SPACES AND WS-TX-DATE-6 NOT NUMERIC)
           OR (WS-TX-DATE-7 NOT = SPACES AND WS-TX-DATE-7 NOT NUMERIC)
               MOVE 'NON-NUMERIC DATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-TX-CLM-STATUS TO PCD-ENRM-CLM-STATUS
           IF WS-TX-CLM-STATUS NOT = SPACE
           AND NOT PCD-ENRM-VALID-STATUS
               MOVE 'INVALID CLAIM STATUS' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-SSN-TAX-ID
               PERFORM 2150-TOKENIZE-TAX-ID THRU 2150-EXIT
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
           MOVE 'PCD155' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-TX-TAX-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD155 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF NOT PCD-TOKA-DONE
               MOVE 'TAX ID IS NOT A VALID SSN' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2150-EXIT
           END-IF
           MOVE PCD-TOKA-VALUE (1:9) TO WS-TX-TAX-ID
           SET WS-TAX-ID-TOKENIZED TO TRUE.
       2150-EXIT.
           EXIT.
       3000-ADD-ROW.
           IF WS-ENRM-FOUND
               MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES         TO PCD-ENRM-REC
           MOVE WS-TX-NPI      TO PCD-ENRM-NPI
           MOVE WS-TX-TAX-ID   TO PCD-ENRM-TAX-ID
           MOVE WS-TX-PAYOR-ID TO PCD-ENRM-PAYOR-ID
           MOVE WS-TX-TAX-ID-TYPE TO PCD-ENRM-TAX-ID-TYPE
           MOVE 'P'            TO PCD-ENRM-CLM-STATUS
           MOVE ZERO TO PCD-ENRM-CLM-EFF-DATE PCD-ENRM-CLM-TERM-DATE
                        PCD-ENRM-ERA-EFF-DATE PCD-ENRM-ERA-TERM-DATE
                        PCD-ENRM-EFT-EFF-DATE PCD-ENRM-EFT-TERM-DATE
                        PCD-ENRM-APPLIED-DATE
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           WRITE PCD-ENRM-REC
               INVALID KEY
                   MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.
       4000-CHANGE-ROW.
           IF NOT WS-ENRM-FOUND
               MOVE 'CHANGE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           REWRITE PCD-ENRM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-CHANGED
           END-REWRITE.
       4000-EXIT.
           EXIT.
       5000-DELETE-ROW.
           IF NOT WS-ENRM-FOUND
               MOVE 'DELETE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           DELETE PCD-ENRM-MASTER
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
      **   REPLACE THE MASTER.  A TERM DATE OF ALL ZEROS REOPENS AN      *
      **   ENROLLMENT.                                                   *
      **----------------------------------------------------------------*
       6000-MOVE-TRANS-FIELDS.
           IF WS-TX-CLM-STATUS NOT = SPACE
               MOVE WS-TX-CLM-STATUS    TO PCD-ENRM-CLM-STATUS
           END-IF
           IF WS-TX-CLM-EFF-DATE NOT = SPACES
               MOVE WS-TX-CLM-EFF-DATE  TO PCD-ENRM-CLM-EFF-DATE
           END-IF
           IF WS-TX-CLM-TERM-DATE NOT = SPACES
               MOVE WS-TX-CLM-TERM-DATE TO PCD-ENRM-CLM-TERM-DATE
           END-IF
           IF WS-TX-ERA-STATUS NOT = SPACE
               MOVE WS-TX-ERA-STATUS    TO PCD-ENRM-ERA-STATUS
           END-IF
           IF WS-TX-ERA-EFF-DATE NOT = SPACES
               MOVE WS-TX-ERA-EFF-DATE  TO PCD-ENRM-ERA-EFF-DATE
           END-IF
           IF WS-TX-ERA-TERM-DATE NOT = SPACES
               MOVE WS-TX-ERA-TERM-DATE TO PCD-ENRM-ERA-TERM-DATE
           END-IF
           IF WS-TX-EFT-STATUS NOT = SPACE
               MOVE WS-TX-EFT-STATUS    TO PCD-ENRM-EFT-STATUS
           END-IF
           IF WS-TX-EFT-EFF-DATE NOT = SPACES
               MOVE WS-TX-EFT-EFF-DATE  TO PCD-ENRM-EFT-EFF-DATE
           END-IF
           IF WS-TX-EFT-TERM-DATE NOT = SPACES
               MOVE WS-TX-EFT-TERM-DATE TO PCD-ENRM-EFT-TERM-DATE
           END-IF
           IF WS-TX-APPLIED-DATE NOT = SPACES
               MOVE WS-TX-APPLIED-DATE  TO PCD-ENRM-APPLIED-DATE
           END-IF
           MOVE WS-RUN-DATE TO PCD-ENRM-LAST-MAINT-DATE.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-ENRM-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD155 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD155 - ROWS ADDED:            ' WS-ROWS-ADDED
           DISPLAY 'PCD155 - ROWS CHANGED:          ' WS-ROWS-CHANGED
           DISPLAY 'PCD155 - ROWS DELETED:          ' WS-ROWS-DELETED
           DISPLAY 'PCD155 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
