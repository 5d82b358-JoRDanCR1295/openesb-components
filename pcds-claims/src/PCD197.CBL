      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD197           SYSTEM: PCDS                     *
      **    GOOD-FAITH-ESTIMATE MAINTENANCE                            *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES PCDGFETX   *
      **                          TRANSACTIONS TO THE PCDGFEM NO       *
      **                          SURPRISES ACT GOOD-FAITH-ESTIMATE    *
      **                          MASTER: A ADDS AN ESTIMATE FOR A     *
      **                          PERSON AND SCHEDULED SERVICE DATE, L *
      **                          ADDS, REPLACES OR (WITH A ZERO       *
      **                          AMOUNT) REMOVES A LINE ITEM AND      *
      **                          RE-TOTALS THE ESTIMATE, D DELETES AN *
      **                          ESTIMATE NOT YET MATCHED TO A CLAIM, *
      **                          AND R RELEASES A DISPUTE-THRESHOLD   *
      **                          HOLD ON THE ESTIMATE AND ITS PCDGFEX *
      **                          CLAIM ROW.  REJECTS ARE LISTED ON    *
      **                          SYSOUT.                              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD197.
       AUTHOR.        PATIENT FINANCIAL SERVICES.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDGFETX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-GFEM-MASTER ASSIGN TO PCDGFEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GFEM-KEY
               FILE STATUS IS WS-GFEM-FILE-STATUS.
           SELECT PCD-GFEX-MASTER ASSIGN TO PCDGFEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GFEX-PAT-CNTL-NO
               FILE STATUS IS WS-GFEX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(100).
       FD  PCD-GFEM-MASTER.
       COPY PCDGFEM.
       FD  PCD-GFEX-MASTER.
       COPY PCDGFEX.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   A ADDS THE ESTIMATE'S HEADER, L ADDS OR REPLACES ONE LINE     *
      **   ITEM BY PROCEDURE CODE (A ZERO AMOUNT REMOVES IT), D DELETES  *
      **   AN UNMATCHED ESTIMATE, R RELEASES A DISPUTE-THRESHOLD HOLD.   *
      **----------------------------------------------------------------*
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-LINE                      VALUE 'L'.
               88  WS-TX-DELETE                    VALUE 'D'.
               88  WS-TX-RELEASE                   VALUE 'R'.
           05  WS-TX-KEY.
               10  WS-TX-PERSON-ID     PIC X(009).
               10  WS-TX-SVC-DATE      PIC X(008).
           05  WS-TX-GFE-NUMBER        PIC X(012).
           05  WS-TX-ISSUE-DATE        PIC X(008).
           05  WS-TX-PROVIDER-NPI      PIC X(010).
           05  WS-TX-PROC-CODE         PIC X(005).
           05  WS-TX-EST-AMT-X         PIC X(009).
           05  WS-TX-EST-AMT REDEFINES WS-TX-EST-AMT-X
                                       PIC 9(007)V99.
           05  WS-TX-UNITS-X           PIC X(003).
           05  WS-TX-UNITS REDEFINES WS-TX-UNITS-X
                                       PIC 9(003).
           05  WS-TX-RELEASE-REASON    PIC X(020).
           05  FILLER                  PIC X(015).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-GFEM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GFEM-FOUND                       VALUE '00'.
       77  WS-GFEX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GFEX-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-LINE-FOUND-SUB           PIC 9(002)  COMP  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ESTIMATES-ADDED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-APPLIED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ESTIMATES-DELETED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HOLDS-RELEASED           PIC 9(007)  COMP  VALUE ZERO.
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
           OPEN I-O   PCD-GFEM-MASTER
           OPEN I-O   PCD-GFEX-MASTER
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
               MOVE WS-TX-PERSON-ID TO PCD-GFEM-PERSON-ID
               MOVE WS-TX-SVC-DATE  TO PCD-GFEM-SVC-DATE
               READ PCD-GFEM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-GFEM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-GFEM-FILE-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN WS-TX-ADD
                       PERFORM 3000-ADD-ESTIMATE  THRU 3000-EXIT
                   WHEN WS-TX-LINE
                       PERFORM 4000-APPLY-LINE    THRU 4000-EXIT
                   WHEN WS-TX-DELETE
                       PERFORM 5000-DELETE-ESTIMATE THRU 5000-EXIT
                   WHEN WS-TX-RELEASE
                       PERFORM 6000-RELEASE-HOLD  THRU 6000-EXIT
               END-EVALUATE
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               DISPLAY 'PCD197 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-PERSON-ID ' ' WS-TX-SVC-DATE ' '
                   WS-TX-PROC-CODE ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-TRANS -- THE KEY IS A NUMERIC PERSON ID AND     *
      **   SCHEDULED SERVICE DATE.  AN ADD MUST CARRY THE ESTIMATE       *
      **   NUMBER AND ISSUE DATE; A LINE ITEM ITS PROCEDURE AND AMOUNT;  *
      **   A RELEASE THE REASON THE HOLD WAS LIFTED.                     *
      **----------------------------------------------------------------*
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-LINE
           AND NOT WS-TX-DELETE
           AND NOT WS-TX-RELEASE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-PERSON-ID NOT NUMERIC
           OR WS-TX-SVC-DATE NOT NUMERIC
           OR WS-TX-SVC-DATE = ZEROS
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ADD
           AND (WS-TX-GFE-NUMBER = SPACES
             OR WS-TX-ISSUE-DATE NOT NUMERIC)
               MOVE 'ADD NEEDS GFE NUMBER AND DATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-LINE
           AND (WS-TX-PROC-CODE = SPACES
             OR WS-TX-EST-AMT-X NOT NUMERIC)
               MOVE 'LINE NEEDS PROC AND AMOUNT' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-LINE
           AND WS-TX-UNITS-X NOT = SPACES
           AND WS-TX-UNITS-X NOT NUMERIC
               MOVE 'NON-NUMERIC UNITS' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-RELEASE
           AND WS-TX-RELEASE-REASON = SPACES
               MOVE 'NO RELEASE REASON' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-ADD-ESTIMATE.
           IF WS-GFEM-FOUND
               MOVE 'ADD OF EXISTING ESTIMATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES             TO PCD-GFEM-REC
           MOVE WS-TX-PERSON-ID    TO PCD-GFEM-PERSON-ID
           MOVE WS-TX-SVC-DATE     TO PCD-GFEM-SVC-DATE
           MOVE WS-TX-GFE-NUMBER   TO PCD-GFEM-GFE-NUMBER
           MOVE WS-TX-ISSUE-DATE   TO PCD-GFEM-ISSUE-DATE
           MOVE WS-TX-PROVIDER-NPI TO PCD-GFEM-PROVIDER-NPI
           SET PCD-GFEM-OPEN       TO TRUE
           MOVE ZERO TO PCD-GFEM-EST-TOTAL
                        PCD-GFEM-LINE-COUNT
                        PCD-GFEM-BILLED-TOTAL
                        PCD-GFEM-VARIANCE
                        PCD-GFEM-MATCH-DATE
                        PCD-GFEM-HOLD-DATE
                        PCD-GFEM-RELEASE-DATE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 20
               MOVE ZERO TO PCD-GFEM-LN-EST-AMT (WS-LINE-SUB)
                            PCD-GFEM-LN-UNITS   (WS-LINE-SUB)
           END-PERFORM
           MOVE WS-RUN-DATE        TO PCD-GFEM-LAST-MAINT-DATE
           WRITE PCD-GFEM-REC
               INVALID KEY
                   MOVE 'ADD OF EXISTING ESTIMATE' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ESTIMATES-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-APPLY-LINE -- ONCE A CLAIM HAS BEEN MEASURED AGAINST THE *
      **   ESTIMATE IT MAY NO LONGER BE AMENDED.  THE TOTAL IS RE-ADDED  *
      **   FROM THE LINE ITEMS AFTER EVERY CHANGE.                       *
      **----------------------------------------------------------------*
       4000-APPLY-LINE.
           IF NOT WS-GFEM-FOUND
               MOVE 'LINE FOR MISSING ESTIMATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           IF NOT PCD-GFEM-OPEN
               MOVE 'ESTIMATE ALREADY MATCHED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-LINE-FOUND-SUB
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > PCD-GFEM-LINE-COUNT
               IF PCD-GFEM-LN-PROC-CODE (WS-LINE-SUB) = WS-TX-PROC-CODE
                   MOVE WS-LINE-SUB TO WS-LINE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-TX-EST-AMT = ZERO
               PERFORM 4100-REMOVE-LINE THRU 4100-EXIT
           ELSE
               PERFORM 4200-STORE-LINE  THRU 4200-EXIT
           END-IF
           IF WS-TRANS-REJECTED
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO PCD-GFEM-EST-TOTAL
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > PCD-GFEM-LINE-COUNT
               ADD PCD-GFEM-LN-EST-AMT (WS-LINE-SUB)
                   TO PCD-GFEM-EST-TOTAL
           END-PERFORM
           MOVE WS-RUN-DATE TO PCD-GFEM-LAST-MAINT-DATE
           REWRITE PCD-GFEM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-APPLIED
           END-REWRITE.
       4000-EXIT.
           EXIT.
       4100-REMOVE-LINE.
           IF WS-LINE-FOUND-SUB = ZERO
               MOVE 'REMOVE OF MISSING LINE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4100-EXIT
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM WS-LINE-FOUND-SUB BY 1
                   UNTIL WS-LINE-SUB NOT < PCD-GFEM-LINE-COUNT
               MOVE PCD-GFEM-LINE (WS-LINE-SUB + 1)
                   TO PCD-GFEM-LINE (WS-LINE-SUB)
           END-PERFORM
           MOVE SPACES TO PCD-GFEM-LN-PROC-CODE (PCD-GFEM-LINE-COUNT)
           MOVE ZERO   TO PCD-GFEM-LN-EST-AMT   (PCD-GFEM-LINE-COUNT)
                          PCD-GFEM-LN-UNITS     (PCD-GFEM-LINE-COUNT)
           SUBTRACT 1 FROM PCD-GFEM-LINE-COUNT.
       4100-EXIT.
           EXIT.
       4200-STORE-LINE.
           IF WS-LINE-FOUND-SUB = ZERO
               IF PCD-GFEM-LINE-COUNT = 20
                   MOVE 'ESTIMATE HAS 20 LINES' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
                   GO TO 4200-EXIT
               END-IF
               ADD 1 TO PCD-GFEM-LINE-COUNT
               MOVE PCD-GFEM-LINE-COUNT TO WS-LINE-FOUND-SUB
           END-IF
           MOVE WS-TX-PROC-CODE
               TO PCD-GFEM-LN-PROC-CODE (WS-LINE-FOUND-SUB)
           MOVE WS-TX-EST-AMT
               TO PCD-GFEM-LN-EST-AMT   (WS-LINE-FOUND-SUB)
           IF WS-TX-UNITS-X = SPACES
           OR WS-TX-UNITS = ZERO
               MOVE 1 TO PCD-GFEM-LN-UNITS (WS-LINE-FOUND-SUB)
           ELSE
               MOVE WS-TX-UNITS
                   TO PCD-GFEM-LN-UNITS (WS-LINE-FOUND-SUB)
           END-IF.
       4200-EXIT.
           EXIT.
       5000-DELETE-ESTIMATE.
           IF NOT WS-GFEM-FOUND
               MOVE 'DELETE OF MISSING ESTIMATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           IF NOT PCD-GFEM-OPEN
               MOVE 'ESTIMATE ALREADY MATCHED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           DELETE PCD-GFEM-MASTER
               INVALID KEY
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ESTIMATES-DELETED
           END-DELETE.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-RELEASE-HOLD -- ONCE THE DISPUTE IS SETTLED (OR THE      *
      **   PATIENT DECLINES TO DISPUTE) THE HOLD IS LIFTED ON BOTH THE   *
      **   ESTIMATE AND ITS CLAIM, AND PCD125 MAY BILL THE PATIENT.      *
      **----------------------------------------------------------------*
       6000-RELEASE-HOLD.
           IF NOT WS-GFEM-FOUND
               MOVE 'RELEASE OF MISSING ESTIMATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 6000-EXIT
           END-IF
           IF NOT PCD-GFEM-HELD
               MOVE 'ESTIMATE NOT ON HOLD' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 6000-EXIT
           END-IF
           SET PCD-GFEM-RELEASED    TO TRUE
           MOVE WS-RUN-DATE          TO PCD-GFEM-RELEASE-DATE
                                        PCD-GFEM-LAST-MAINT-DATE
           MOVE WS-TX-RELEASE-REASON TO PCD-GFEM-RELEASE-REASON
           REWRITE PCD-GFEM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
                   GO TO 6000-EXIT
           END-REWRITE
           ADD 1 TO WS-HOLDS-RELEASED
           MOVE PCD-GFEM-MATCHED-PAT-CNTL-NO TO PCD-GFEX-PAT-CNTL-NO
           READ PCD-GFEX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-GFEX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-GFEX-FILE-STATUS
           END-READ
           IF NOT WS-GFEX-FOUND
               GO TO 6000-EXIT
           END-IF
           SET PCD-GFEX-CLEAR TO TRUE
           MOVE WS-RUN-DATE   TO PCD-GFEX-STATUS-DATE
           REWRITE PCD-GFEX-REC
               INVALID KEY
                   DISPLAY 'PCD197 - PCDGFEX REWRITE FAILED '
                       PCD-GFEX-PAT-CNTL-NO
                   STOP RUN
           END-REWRITE.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-GFEM-MASTER
           CLOSE PCD-GFEX-MASTER
           DISPLAY 'PCD197 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD197 - ESTIMATES ADDED:       ' WS-ESTIMATES-ADDED
           DISPLAY 'PCD197 - LINE ITEMS APPLIED:    ' WS-LINES-APPLIED
           DISPLAY 'PCD197 - ESTIMATES DELETED:     '
               WS-ESTIMATES-DELETED
           DISPLAY 'PCD197 - HOLDS RELEASED:        ' WS-HOLDS-RELEASED
           DISPLAY 'PCD197 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
