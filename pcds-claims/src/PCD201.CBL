      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD201           SYSTEM: PCDS                     *
      **    NO SURPRISES ACT NEGOTIATION CASE MAINTENANCE              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES PCDNSATX   *
      **                          TRANSACTIONS TO THE PCDNSAM CASE     *
      **                          MASTER: THE PAYER'S QUALIFYING       *
      **                          PAYMENT AMOUNT, OUR OPEN-NEGOTIATION *
      **                          OFFER, IDR INITIATION (ONLY BETWEEN  *
      **                          THE END OF NEGOTIATION AND THE       *
      **                          FILING DEADLINE), AND THE OUTCOME -- *
      **                          SETTLED, IDR WON OR LOST, OR         *
      **                          WITHDRAWN -- WITH THE FINAL AMOUNT.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD201.
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
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDNSATX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NSAM-MASTER ASSIGN TO PCDNSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NSAM-PAT-CNTL-NO
               FILE STATUS IS WS-NSAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-NSAM-MASTER.
       COPY PCDNSAM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   Q RECORDS THE PAYER'S QUALIFYING PAYMENT AMOUNT, O OUR OPEN-  *
      **   NEGOTIATION OFFER, I THE IDR INITIATION AND ITS DISPUTE       *
      **   NUMBER.  S (SETTLED), W AND L (IDR DETERMINATION WON OR LOST) *
      **   CLOSE THE CASE WITH THE FINAL AMOUNT; D CLOSES A CASE         *
      **   WITHDRAWN OR FOUND NOT ELIGIBLE.  A BLANK DATE IS TODAY.      *
      **----------------------------------------------------------------*
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-QPA                       VALUE 'Q'.
               88  WS-TX-OFFER                     VALUE 'O'.
               88  WS-TX-IDR-INIT                  VALUE 'I'.
               88  WS-TX-SETTLED                   VALUE 'S'.
               88  WS-TX-IDR-WON                   VALUE 'W'.
               88  WS-TX-IDR-LOST                  VALUE 'L'.
               88  WS-TX-WITHDRAWN                 VALUE 'D'.
               88  WS-TX-NEEDS-AMOUNT              VALUE 'Q' 'O' 'S'
                                                         'W' 'L'.
           05  WS-TX-PAT-CNTL-NO       PIC X(017).
           05  WS-TX-AMOUNT-X          PIC X(009).
           05  WS-TX-AMOUNT REDEFINES WS-TX-AMOUNT-X
                                       PIC 9(007)V99.
           05  WS-TX-ACTION-DATE-X     PIC X(008).
           05  WS-TX-ACTION-DATE REDEFINES WS-TX-ACTION-DATE-X
                                       PIC 9(008).
           05  WS-TX-DISPUTE-NO        PIC X(015).
           05  FILLER                  PIC X(030).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-NSAM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NSAM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-ACTION-DATE              PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-AMOUNTS-RECORDED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-IDR-INITIATED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-CLOSED             PIC 9(007)  COMP  VALUE ZERO.
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
           OPEN I-O   PCD-NSAM-MASTER
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
               PERFORM 3000-UPDATE-CASE THRU 3000-EXIT
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               DISPLAY 'PCD201 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-PAT-CNTL-NO ' ' WS-TX-AMOUNT-X ' '
                   WS-TX-ACTION-DATE-X ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-TRANS -- EVERY ACTION BUT D CARRIES AN AMOUNT   *
      **   EXCEPT I, WHICH MUST CARRY THE DISPUTE NUMBER THE FEDERAL     *
      **   IDR PORTAL ASSIGNED.                                          *
      **----------------------------------------------------------------*
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-QPA
           AND NOT WS-TX-OFFER
           AND NOT WS-TX-IDR-INIT
           AND NOT WS-TX-SETTLED
           AND NOT WS-TX-IDR-WON
           AND NOT WS-TX-IDR-LOST
           AND NOT WS-TX-WITHDRAWN
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-PAT-CNTL-NO = SPACES
               MOVE 'NO PATIENT CONTROL NUMBER' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ACTION-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-ACTION-DATE
           ELSE
               IF WS-TX-ACTION-DATE-X NOT NUMERIC
               OR WS-TX-ACTION-DATE = ZERO
               OR WS-TX-ACTION-DATE > WS-RUN-DATE
                   MOVE 'INVALID ACTION DATE' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-TX-ACTION-DATE TO WS-ACTION-DATE
           END-IF
           IF WS-TX-NEEDS-AMOUNT
           AND WS-TX-AMOUNT-X NOT NUMERIC
               MOVE 'AMOUNT MISSING OR NOT NUMERIC' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-IDR-INIT
           AND WS-TX-DISPUTE-NO = SPACES
               MOVE 'IDR NEEDS DISPUTE NUMBER' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-UPDATE-CASE -- A CLOSED CASE IS NOT REOPENED.  IDR MAY   *
      **   ONLY BE INITIATED AFTER OPEN NEGOTIATION ENDS AND NO LATER    *
      **   THAN THE FILING DEADLINE, AND ONLY AN IDR PENDING CASE CAN    *
      **   BE WON OR LOST.                                               *
      **----------------------------------------------------------------*
       3000-UPDATE-CASE.
           MOVE WS-TX-PAT-CNTL-NO TO PCD-NSAM-PAT-CNTL-NO
           READ PCD-NSAM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-NSAM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-NSAM-FILE-STATUS
           END-READ
           IF NOT WS-NSAM-FOUND
               MOVE 'NO NSA CASE FOR CLAIM' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF PCD-NSAM-CLOSED
               MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TX-QPA
                   MOVE WS-TX-AMOUNT   TO PCD-NSAM-QPA-AMT
                   MOVE WS-ACTION-DATE TO PCD-NSAM-QPA-DATE
                   ADD 1 TO WS-AMOUNTS-RECORDED
               WHEN WS-TX-OFFER
                   MOVE WS-TX-AMOUNT   TO PCD-NSAM-OFFER-AMT
                   MOVE WS-ACTION-DATE TO PCD-NSAM-OFFER-DATE
                   ADD 1 TO WS-AMOUNTS-RECORDED
               WHEN WS-TX-IDR-INIT
                   PERFORM 3100-INITIATE-IDR THRU 3100-EXIT
               WHEN WS-TX-IDR-WON
               WHEN WS-TX-IDR-LOST
                   IF NOT PCD-NSAM-IDR-PENDING
                       MOVE 'IDR NOT INITIATED' TO WS-REJECT-REASON
                       SET WS-TRANS-REJECTED TO TRUE
                   ELSE
                       PERFORM 3200-CLOSE-CASE THRU 3200-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 3200-CLOSE-CASE THRU 3200-EXIT
           END-EVALUATE
           IF WS-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO PCD-NSAM-LAST-MAINT-DATE
           REWRITE PCD-NSAM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-REWRITE.
       3000-EXIT.
           EXIT.
       3100-INITIATE-IDR.
           IF NOT PCD-NSAM-NEGOTIATING
               MOVE 'IDR ALREADY INITIATED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-ACTION-DATE NOT > PCD-NSAM-ONEG-END-DATE
               MOVE 'NEGOTIATION WINDOW STILL OPEN' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-ACTION-DATE > PCD-NSAM-IDR-DEADLINE
               MOVE 'PAST IDR FILING DEADLINE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           SET PCD-NSAM-IDR-PENDING TO TRUE
           MOVE WS-ACTION-DATE      TO PCD-NSAM-IDR-INIT-DATE
           MOVE WS-TX-DISPUTE-NO    TO PCD-NSAM-IDR-DISPUTE-NO
           ADD 1 TO WS-IDR-INITIATED.
       3100-EXIT.
           EXIT.
       3200-CLOSE-CASE.
           MOVE WS-TX-ACTION       TO PCD-NSAM-OUTCOME
           SET PCD-NSAM-CLOSED     TO TRUE
           MOVE WS-ACTION-DATE     TO PCD-NSAM-OUTCOME-DATE
           IF WS-TX-WITHDRAWN
               MOVE ZERO           TO PCD-NSAM-FINAL-AMT
           ELSE
               MOVE WS-TX-AMOUNT   TO PCD-NSAM-FINAL-AMT
           END-IF
           ADD 1 TO WS-CASES-CLOSED.
       3200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-NSAM-MASTER
           DISPLAY 'PCD201 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD201 - QPA/OFFER RECORDED:    '
               WS-AMOUNTS-RECORDED
           DISPLAY 'PCD201 - IDR INITIATED:         ' WS-IDR-INITIATED
           DISPLAY 'PCD201 - CASES CLOSED:          ' WS-CASES-CLOSED
           DISPLAY 'PCD201 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
