      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          AN F2 LINE PAID ON A CHILD OF A     *
      **                          CLAIM PCD124 SPLIT AT THE           *
      **                          RECEIVER'S SERVICE-LINE LIMIT IS    *
      **                          ROLLED UP THROUGH PCDSPLT: THE AR   *
      **                          POSTING, CLIENT STAMP AND RECALL GO *
      **                          TO THE ORIGINAL PATIENT CONTROL     *
      **                          NUMBER, AND THE 835 AND             *
      **                          POSTING-HISTORY LINE IS THE LINE    *
      **                          WITHIN THE CHILD CLAIM.             *
      ** RTC    10/15/26          EACH AR SUBLEDGER POSTING IS        *
      **                          STAMPED WITH THE CLIENT ID PCDCLNT  *
      **                          HAS RECORDED FOR THE CLAIM'S        *
      **                          PATIENT CONTROL NUMBER.             *
      ** RTC    10/15/26          WHEN AN INSURANCE PAYMENT POSTS FOR  *
      **                          A CLAIM WHOSE PCDPATL PATIENT LEDGER *
      **                          ROW HAS BEEN PLACED WITH A           *
      **                          COLLECTION AGENCY, THE ROW IS        *
      **                          FLAGGED RECALL-PENDING.  PCD169      *
      **                          SENDS THE AGENCY THE RECALL ON ITS   *
      **                          NEXT RUN.                            *
      ** RTC    09/03/26          MADE POSTING RERUN-SAFE.  PCD084     *
      **                          WAS RERUN TWICE LAST QUARTER AFTER   *
      **                          ABENDS ELSEWHERE IN THE CHAIN, AND   *
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PCTL-RUN-DATE
               FILE STATUS IS WS-PCTL-FILE-STATUS.
           SELECT PCD-PATL-MASTER ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       COPY PCDPSTH.
       FD  PCD-PCTL-MASTER.
       COPY PCDPCTL.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDIOER.
           88  WS-PSTH-NOT-FOUND                    VALUE '23'.
           88  WS-PSTH-DUP-KEY                      VALUE '22'.
       77  WS-PCTL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RECALL-PAT-CNTL-NO       PIC X(020)  VALUE SPACES.
       77  WS-POST-PAT-CNTL-NO         PIC X(020)  VALUE SPACES.
       77  WS-REMIT-LINE-SEQ           PIC 9(002)  VALUE ZERO.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-POSTED-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-UNPOSTED-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MISMATCH-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ALREADY-POSTED-COUNT     PIC 9(005)  COMP  VALUE ZERO.
       77  WS-RECALL-FLAGGED-COUNT     PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SPLIT-LINE-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       COPY PCDCLNA.
       COPY PCDSPLA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           OPEN EXTEND PCD-POST-FILE
           OPEN I-O    PCD-PSTH-MASTER
           OPEN I-O    PCD-PCTL-MASTER
           OPEN I-O    PCD-PATL-MASTER
           PERFORM 1200-OPEN-RUN-CONTROL THRU 1200-EXIT
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-RESOLVE-SPLIT -- A CLAIM PCD124 SPLIT AT THE RECEIVER'S  *
      **   LINE LIMIT IS PAID AS ITS CHILD CLAIMS, SO THE 835 NUMBERS    *
      **   THE LINE WITHIN THE CHILD.  THE POSTING ITSELF ALWAYS GOES    *
      **   TO THE ORIGINAL CLAIM.                                        *
      **----------------------------------------------------------------*
       2050-RESOLVE-SPLIT.
           MOVE F2-PATIENT-CONTROL-NO TO WS-POST-PAT-CNTL-NO
           MOVE F2-SEQ-NUM            TO WS-REMIT-LINE-SEQ
           MOVE 'R'                   TO PCD-SPLA-FUNCTION
           MOVE 'PCD084'              TO PCD-SPLA-CALLER
           MOVE F2-PATIENT-CONTROL-NO TO PCD-SPLA-PAT-CNTL-NO
           MOVE F2-SEQ-NUM            TO PCD-SPLA-LINE-SEQ
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           IF PCD-SPLA-FILE-ERROR
               DISPLAY 'PCD084 - SPLIT LINKAGE UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF NOT PCD-SPLA-DONE
               GO TO 2050-EXIT
           END-IF
           MOVE PCD-SPLA-ORIG-PAT-CNTL-NO TO WS-POST-PAT-CNTL-NO
           IF PCD-SPLA-CHILD-LINE-SEQ > ZERO
           AND PCD-SPLA-CHILD-LINE-SEQ < 100
               MOVE PCD-SPLA-CHILD-LINE-SEQ TO WS-REMIT-LINE-SEQ
           END-IF
           ADD 1 TO WS-SPLIT-LINE-COUNT.
       2050-EXIT.
           EXIT.
       2100-POST-IF-REMITTED.
           PERFORM 2050-RESOLVE-SPLIT THRU 2050-EXIT
           MOVE F2-MEDICARE-INT-CNTL-NO TO PCD-PSTH-ICN
           MOVE WS-REMIT-LINE-SEQ       TO PCD-PSTH-LINE-SEQ
           READ PCD-PSTH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PSTH-FILE-STATUS
               GO TO 2100-EXIT
           END-IF
           MOVE F2-MEDICARE-INT-CNTL-NO TO PCD-835-ICN
           MOVE WS-REMIT-LINE-SEQ       TO PCD-835-LINE-SEQ
           READ PCD-835-FILE
               INVALID KEY
                   ADD 1 TO WS-UNPOSTED-COUNT
       2200-WRITE-POSTING.
           MOVE SPACES                   TO PCD-AR-POST-REC
           MOVE WS-CURRENT-JOBNUM        TO PCD-AR-POST-JOBNUM
           MOVE WS-POST-PAT-CNTL-NO      TO PCD-AR-POST-PAT-CNTL-NO
           MOVE F2-MEDICARE-INT-CNTL-NO  TO PCD-AR-POST-ICN
           MOVE F2-PROCEDURE-CODE        TO PCD-AR-POST-PROC-CODE
           SET PCD-AR-POST-PAYMENT       TO TRUE
           MOVE F2-AMOUNT-PAID-TO-PROV   TO PCD-AR-POST-AMOUNT
           PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
           WRITE PCD-AR-POST-REC
           ADD 1 TO WS-POSTED-COUNT
           PERFORM 2300-LOG-POSTING-HISTORY THRU 2300-EXIT
           PERFORM 2400-FLAG-RECALL         THRU 2400-EXIT.
       2200-EXIT.
           EXIT.
       2300-LOG-POSTING-HISTORY.
           MOVE SPACES                  TO PCD-PSTH-REC
           MOVE F2-MEDICARE-INT-CNTL-NO TO PCD-PSTH-ICN
           MOVE WS-REMIT-LINE-SEQ       TO PCD-PSTH-LINE-SEQ
           MOVE F2-AMOUNT-PAID-TO-PROV  TO PCD-PSTH-AMOUNT
           MOVE WS-RUN-DATE             TO PCD-PSTH-POSTED-DATE
           MOVE WS-CURRENT-JOBNUM       TO PCD-PSTH-JOBNUM
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-FLAG-RECALL -- THE CLAIM'S PATIENT LEDGER ROW IS THE     *
      **   FIRST ROW UNDER ITS PATIENT CONTROL NUMBER (SEE PCD125).      *
      **   ONLY A ROW STILL PLACED WITH AN AGENCY IS FLAGGED.            *
      **----------------------------------------------------------------*
       2400-FLAG-RECALL.
           MOVE WS-POST-PAT-CNTL-NO   TO WS-RECALL-PAT-CNTL-NO
           MOVE WS-RECALL-PAT-CNTL-NO TO PCD-PATL-PAT-CNTL-NO
           MOVE LOW-VALUES            TO PCD-PATL-STMT-NO
           START PCD-PATL-MASTER KEY NOT < PCD-PATL-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   GO TO 2400-EXIT
           END-READ
           IF PCD-PATL-PAT-CNTL-NO NOT = WS-RECALL-PAT-CNTL-NO
            OR NOT PCD-PATL-PLACED
               GO TO 2400-EXIT
           END-IF
           SET PCD-PATL-RECALL-PENDING TO TRUE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-RECALL-FLAGGED-COUNT.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-STAMP-AR-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE    *
      **   CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.      *
      **----------------------------------------------------------------*
       8800-STAMP-AR-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD084'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD084 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE WS-RUN-DATE TO PCD-PCTL-RUN-DATE
           READ PCD-PCTL-MASTER
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-835-FILE
           CLOSE PCD-POST-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           MOVE 'C' TO PCD-SPLA-FUNCTION
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           CLOSE PCD-PSTH-MASTER
           CLOSE PCD-PCTL-MASTER
           CLOSE PCD-PATL-MASTER
           DISPLAY 'PCD084 - ALREADY POSTED (RERUN SKIPS):     '
               WS-ALREADY-POSTED-COUNT
           DISPLAY 'PCD084 - AR SUBLEDGER POSTINGS WRITTEN:    '
           DISPLAY 'PCD084 - F2 LINES WITH NO 835 REMIT YET:   '
               WS-UNPOSTED-COUNT
           DISPLAY 'PCD084 - ALLOWED-AMT MISMATCHES LEFT MANUAL: '
               WS-MISMATCH-COUNT
           DISPLAY 'PCD084 - AGENCY ACCOUNTS FLAGGED FOR RECALL: '
               WS-RECALL-FLAGGED-COUNT
           DISPLAY 'PCD084 - F2 LINES ROLLED UP FROM SPLIT:    '
               WS-SPLIT-LINE-COUNT.
       9000-EXIT.
           EXIT.
