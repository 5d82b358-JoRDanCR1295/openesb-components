      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD164              SYSTEM: PCDS                 *
      **    REMITTANCE ADJUSTMENT POSTING TO AR SUBLEDGER             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AFTER PCD084. *
      **                          EVERY CAS GROUP/REASON/AMOUNT        *
      **                          TRIPLET ON A DT (CLAIM LEVEL) OR KT  *
      **                          (LINE LEVEL) RECORD BECOMES A        *
      **                          PCDADJM ADJUSTMENT ITEM:             *
      **                          CONTRACTUAL ITEMS (GROUP CO WITH A   *
      **                          FEE-SCHEDULE / DISCOUNT REASON)      *
      **                          POST AT ONCE TO PCDARPST AS TYPE     *
      **                          CA.  OTHER WRITE-OFFS POST AS TYPE   *
      **                          WO WHEN WITHIN THE AUTHORITY LIMIT   *
      **                          FOR THEIR REASON CODE (PCDADJLM);    *
      **                          OVER THE LIMIT THEY WAIT ON PCDADJM  *
      **                          FOR APPROVAL IN PCD165.  GROUP PR    *
      **                          (PATIENT RESPONSIBILITY) IS NOT A    *
      **                          WRITE-OFF -- IT IS RECORDED AND      *
      **                          LEFT OPEN.  AN ITEM ALREADY ON       *
      **                          PCDADJM IS SKIPPED, SO A RERUN       *
      **                          NEVER POSTS TWICE (PCDARPST IS       *
      **                          OPENED EXTEND, AS IN PCD084).        *
      ** RTC    10/15/26          EACH AR SUBLEDGER POSTING IS        *
      **                          STAMPED WITH THE CLIENT ID PCDCLNT  *
      **                          HAS RECORDED FOR THE CLAIM'S        *
      **                          PATIENT CONTROL NUMBER.             *
      ** RTC    10/15/26          THE AR POSTING FOR AN ADJUSTMENT ON *
      **                          A CHILD OF A CLAIM PCD124 SPLIT AT  *
      **                          THE RECEIVER'S SERVICE-LINE LIMIT   *
      **                          GOES TO THE ORIGINAL PATIENT        *
      **                          CONTROL NUMBER (PCDSPLT ROLL-UP).   *
      **                          PCDADJM STAYS KEYED BY THE CHILD.   *
      ** RTC    10/15/26          THE PR/CO/LIMIT CLASSIFICATION      *
      **                          MOVED TO 3050-CLASSIFY-ITEM SO EACH *
      **                          BRANCH LEAVES THROUGH ITS EXIT      *
      **                          INSTEAD OF A LABEL INSIDE 3000.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD164.
       AUTHOR.        FINANCE SYSTEMS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-LIMIT-FILE  ASSIGN TO PCDADJLM
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ADJM-MASTER ASSIGN TO PCDADJM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ADJM-KEY
               FILE STATUS IS WS-ADJM-FILE-STATUS.
           SELECT PCD-POST-FILE   ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
      **----------------------------------------------------------------*
      **   AUTHORITY LIMIT PER CAS REASON CODE.  REASON ***** SETS THE   *
      **   LIMIT FOR ANY REASON NOT LISTED; WITHOUT IT THE DEFAULT IS    *
      **   ZERO AND EVERY UNLISTED WRITE-OFF WAITS FOR APPROVAL.         *
      **----------------------------------------------------------------*
       FD  PCD-LIMIT-FILE
           RECORDING MODE IS F.
       01  FD-LIMIT-REC.
           05  FD-LIMIT-CAS-REASON    PIC X(005).
           05  FD-LIMIT-AMOUNT        PIC 9(007)V99.
           05  FILLER                 PIC X(066).
       FD  PCD-ADJM-MASTER.
       COPY PCDADJM.
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-LIMIT-EOF-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LIMIT-END-OF-FILE                VALUE 'Y'.
       77  WS-ADJM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ADJM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CURRENT-PROC-CODE        PIC X(005)  VALUE SPACES.
       77  WS-LIMIT-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-LIMIT-COUNT              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DEFAULT-LIMIT            PIC 9(007)V99 VALUE ZERO.
       77  WS-OCC-SUB                  PIC 9(001)  VALUE ZERO.
       77  WS-ITEMS-SEEN               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-HANDLED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CONTRACTUAL-POSTED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WRITE-OFFS-POSTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-QUEUED-FOR-APPROVAL      PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PATIENT-RESP-ITEMS       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POSTED-AMOUNT            PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-QUEUED-AMOUNT            PIC S9(011)V99 COMP-3 VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE TRIPLET BEING HANDLED, FROM EITHER RECORD TYPE.           *
      **----------------------------------------------------------------*
       01  WS-ITEM-AREA.
           05  WS-IT-PAT-CNTL-NO       PIC X(020).
           05  WS-IT-SOURCE-REC        PIC X(002).
           05  WS-IT-SEQ-NUM           PIC X(002).
           05  WS-IT-SUB-SEQ-NUM       PIC X(002).
           05  WS-IT-CAS-GROUP         PIC X(002).
           05  WS-IT-CAS-REASON        PIC X(005).
           05  WS-IT-AMOUNT-X          PIC X(008).
           05  WS-IT-AMOUNT REDEFINES WS-IT-AMOUNT-X
                                       PIC 9(006)V99.
           05  WS-IT-PROC-CODE         PIC X(005).
           05  WS-IT-LIMIT             PIC 9(007)V99.
      **----------------------------------------------------------------*
      **   CO REASONS THAT ARE THE CONTRACT AT WORK RATHER THAN A        *
      **   DENIAL: 45 FEE SCHEDULE, 42 FEE MAXIMUM, 59 MULTIPLE          *
      **   PROCEDURE, 94 PROCESSED IN EXCESS OF CHARGES, 131 NEGOTIATED  *
      **   DISCOUNT, 253 SEQUESTRATION.                                  *
      **----------------------------------------------------------------*
       01  WS-CONTRACTUAL-CONSTANTS.
           05  FILLER  PIC X(005) VALUE '45   '.
           05  FILLER  PIC X(005) VALUE '42   '.
           05  FILLER  PIC X(005) VALUE '59   '.
           05  FILLER  PIC X(005) VALUE '94   '.
           05  FILLER  PIC X(005) VALUE '131  '.
           05  FILLER  PIC X(005) VALUE '253  '.
       01  WS-CONTRACTUAL-TABLE REDEFINES WS-CONTRACTUAL-CONSTANTS.
           05  WS-CONTRACTUAL-REASON   PIC X(005) OCCURS 6 TIMES
                   INDEXED BY WS-CTR-INX.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 200 TIMES.
               10  WS-LM-CAS-REASON    PIC X(005).
               10  WS-LM-AMOUNT        PIC 9(007)V99.
       COPY PCDCLNA.
       COPY PCDSPLA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-LIMIT-FILE
           PERFORM 1200-LOAD-ONE-LIMIT THRU 1200-EXIT
               UNTIL WS-LIMIT-END-OF-FILE
           CLOSE PCD-LIMIT-FILE
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN I-O    PCD-ADJM-MASTER
           OPEN EXTEND PCD-POST-FILE
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
       1200-LOAD-ONE-LIMIT.
           READ PCD-LIMIT-FILE
               AT END
                   SET WS-LIMIT-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF FD-LIMIT-AMOUNT NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           IF FD-LIMIT-CAS-REASON = '*****'
               MOVE FD-LIMIT-AMOUNT TO WS-DEFAULT-LIMIT
               GO TO 1200-EXIT
           END-IF
           IF WS-LIMIT-COUNT < 200
               ADD 1 TO WS-LIMIT-COUNT
               MOVE FD-LIMIT-CAS-REASON
                   TO WS-LM-CAS-REASON (WS-LIMIT-COUNT)
               MOVE FD-LIMIT-AMOUNT
                   TO WS-LM-AMOUNT     (WS-LIMIT-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN C0-REC
                   MOVE SPACES TO WS-CURRENT-PAYOR-ID
               WHEN D0-REC
                   IF WS-CURRENT-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-CURRENT-PAYOR-ID
                   END-IF
               WHEN KS-REC
                   MOVE KS-PROC-CODE TO WS-CURRENT-PROC-CODE
               WHEN DT-REC
                   PERFORM 2100-TAKE-DT-ITEMS THRU 2100-EXIT
               WHEN KT-REC
                   PERFORM 2200-TAKE-KT-ITEMS THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-TAKE-DT-ITEMS.
           MOVE SPACES            TO WS-ITEM-AREA
           MOVE DT-PAT-CNTL-NO    TO WS-IT-PAT-CNTL-NO
           MOVE 'DT'              TO WS-IT-SOURCE-REC
           MOVE DT-SEQ-NUM-X      TO WS-IT-SEQ-NUM
           MOVE DT-SUB-SEQ-NUM-X  TO WS-IT-SUB-SEQ-NUM
           MOVE DT-CAS-GROUP-CODE TO WS-IT-CAS-GROUP
           PERFORM VARYING DT-INX FROM 1 BY 1
                   UNTIL DT-INX > 6
               IF DT-CAS-CODE (DT-INX) > SPACES
               AND DT-CAS-AMOUNT-X (DT-INX) IS NUMERIC
               AND DT-CAS-AMOUNT (DT-INX) > ZERO
                   SET WS-OCC-SUB TO DT-INX
                   MOVE DT-CAS-CODE (DT-INX)     TO WS-IT-CAS-REASON
                   MOVE DT-CAS-AMOUNT-X (DT-INX) TO WS-IT-AMOUNT-X
                   PERFORM 3000-HANDLE-ONE-ITEM THRU 3000-EXIT
               END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-TAKE-KT-ITEMS -- A KT FOLLOWS THE KS SERVICE LINE IT     *
      **   ADJUSTS, SO THE LINE'S PROCEDURE CODE RIDES ON THE POSTING.   *
      **----------------------------------------------------------------*
       2200-TAKE-KT-ITEMS.
           MOVE SPACES               TO WS-ITEM-AREA
           MOVE KT-PAT-CNTL-NUM      TO WS-IT-PAT-CNTL-NO
           MOVE 'KT'                 TO WS-IT-SOURCE-REC
           MOVE KT-SEQ-NUM           TO WS-IT-SEQ-NUM
           MOVE KT-SUB-SEQ-NUM       TO WS-IT-SUB-SEQ-NUM
           MOVE KT-CAS-GROUP-CD      TO WS-IT-CAS-GROUP
           MOVE WS-CURRENT-PROC-CODE TO WS-IT-PROC-CODE
           PERFORM VARYING KT-INX FROM 1 BY 1
                   UNTIL KT-INX > 6
               IF KT-CAS-CD (KT-INX) > SPACES
               AND KT-CAS-AMT-X (KT-INX) IS NUMERIC
               AND KT-CAS-AMT (KT-INX) > ZERO
                   SET WS-OCC-SUB TO KT-INX
                   MOVE KT-CAS-CD (KT-INX)    TO WS-IT-CAS-REASON
                   MOVE KT-CAS-AMT-X (KT-INX) TO WS-IT-AMOUNT-X
                   PERFORM 3000-HANDLE-ONE-ITEM THRU 3000-EXIT
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-HANDLE-ONE-ITEM -- SKIP IF ALREADY ON FILE, ELSE         *
      **   CLASSIFY, RECORD AND (WHERE ALLOWED) POST.                    *
      **----------------------------------------------------------------*
       3000-HANDLE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-SEEN
           MOVE WS-IT-PAT-CNTL-NO TO PCD-ADJM-PAT-CNTL-NO
           MOVE WS-IT-SOURCE-REC  TO PCD-ADJM-SOURCE-REC
           MOVE WS-IT-SEQ-NUM     TO PCD-ADJM-SEQ-NUM
           MOVE WS-IT-SUB-SEQ-NUM TO PCD-ADJM-SUB-SEQ-NUM
           MOVE WS-OCC-SUB        TO PCD-ADJM-OCCURRENCE
           READ PCD-ADJM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ADJM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ADJM-FILE-STATUS
           END-READ
           IF WS-ADJM-FOUND
               ADD 1 TO WS-ALREADY-HANDLED
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES              TO PCD-ADJM-REC
           MOVE WS-IT-PAT-CNTL-NO   TO PCD-ADJM-PAT-CNTL-NO
           MOVE WS-IT-SOURCE-REC    TO PCD-ADJM-SOURCE-REC
           MOVE WS-IT-SEQ-NUM       TO PCD-ADJM-SEQ-NUM
           MOVE WS-IT-SUB-SEQ-NUM   TO PCD-ADJM-SUB-SEQ-NUM
           MOVE WS-OCC-SUB          TO PCD-ADJM-OCCURRENCE
           MOVE WS-IT-CAS-GROUP     TO PCD-ADJM-CAS-GROUP
           MOVE WS-IT-CAS-REASON    TO PCD-ADJM-CAS-REASON
           MOVE WS-IT-AMOUNT        TO PCD-ADJM-AMOUNT
           MOVE WS-IT-PROC-CODE     TO PCD-ADJM-PROC-CODE
           MOVE WS-CURRENT-PAYOR-ID TO PCD-ADJM-PAYOR-ID
           MOVE WS-CURRENT-JOBNUM   TO PCD-ADJM-JOBNUM
           MOVE WS-RUN-DATE         TO PCD-ADJM-RECEIVED-DATE
           MOVE ZERO                TO PCD-ADJM-DECISION-DATE
                                       PCD-ADJM-AUTH-LIMIT
           PERFORM 3050-CLASSIFY-ITEM THRU 3050-EXIT
           WRITE PCD-ADJM-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-HANDLED
           END-WRITE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3050-CLASSIFY-ITEM -- PATIENT RESPONSIBILITY IS RECORDED      *
      **   ONLY; A CONTRACTUAL CO REASON POSTS AT ONCE; ANYTHING ELSE    *
      **   POSTS AS A WRITE-OFF WITHIN THE PAYER'S LIMIT OR WAITS FOR    *
      **   APPROVAL ABOVE IT.                                            *
      **----------------------------------------------------------------*
       3050-CLASSIFY-ITEM.
           IF WS-IT-CAS-GROUP = 'PR'
               SET PCD-ADJM-PATIENT-RESP TO TRUE
               ADD 1 TO WS-PATIENT-RESP-ITEMS
               GO TO 3050-EXIT
           END-IF
           IF WS-IT-CAS-GROUP = 'CO'
               SET WS-CTR-INX TO 1
               SEARCH WS-CONTRACTUAL-REASON
                   AT END
                       CONTINUE
                   WHEN WS-CONTRACTUAL-REASON (WS-CTR-INX)
                           = WS-IT-CAS-REASON
                       SET PCD-ADJM-CONTRACTUAL-POSTED TO TRUE
               END-SEARCH
           END-IF
           IF PCD-ADJM-CONTRACTUAL-POSTED
               PERFORM 3100-WRITE-POSTING THRU 3100-EXIT
               ADD 1 TO WS-CONTRACTUAL-POSTED
               GO TO 3050-EXIT
           END-IF
           PERFORM 3200-FIND-LIMIT THRU 3200-EXIT
           MOVE WS-IT-LIMIT TO PCD-ADJM-AUTH-LIMIT
           IF WS-IT-AMOUNT > WS-IT-LIMIT
               SET PCD-ADJM-PENDING-APPROVAL TO TRUE
               ADD 1            TO WS-QUEUED-FOR-APPROVAL
               ADD WS-IT-AMOUNT TO WS-QUEUED-AMOUNT
           ELSE
               SET PCD-ADJM-WRITE-OFF-POSTED TO TRUE
               PERFORM 3100-WRITE-POSTING THRU 3100-EXIT
               ADD 1 TO WS-WRITE-OFFS-POSTED
           END-IF.
       3050-EXIT.
           EXIT.
       3100-WRITE-POSTING.
           MOVE SPACES                     TO PCD-AR-POST-REC
           MOVE WS-CURRENT-JOBNUM          TO PCD-AR-POST-JOBNUM
           MOVE WS-IT-PAT-CNTL-NO          TO PCD-SPLA-PAT-CNTL-NO
           PERFORM 8700-ROLL-UP-SPLIT THRU 8700-EXIT
           MOVE PCD-SPLA-ORIG-PAT-CNTL-NO (1:17)
               TO PCD-AR-POST-PAT-CNTL-NO
           MOVE WS-IT-PROC-CODE            TO PCD-AR-POST-PROC-CODE
           IF PCD-ADJM-CONTRACTUAL-POSTED
               SET PCD-AR-POST-CONTRACTUAL TO TRUE
           ELSE
               SET PCD-AR-POST-WRITE-OFF   TO TRUE
           END-IF
           MOVE WS-IT-AMOUNT               TO PCD-AR-POST-AMOUNT
           MOVE WS-IT-CAS-GROUP            TO PCD-AR-POST-CAS-GROUP
           MOVE WS-IT-CAS-REASON           TO PCD-AR-POST-CAS-REASON
           PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
           WRITE PCD-AR-POST-REC
           ADD WS-IT-AMOUNT TO WS-POSTED-AMOUNT.
       3100-EXIT.
           EXIT.
       3200-FIND-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-IT-LIMIT
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
               IF WS-LM-CAS-REASON (WS-LIMIT-SUB) = WS-IT-CAS-REASON
                   MOVE WS-LM-AMOUNT (WS-LIMIT-SUB) TO WS-IT-LIMIT
               END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8700-ROLL-UP-SPLIT -- A CHILD OF A CLAIM PCD124 SPLIT AT THE  *
      **   RECEIVER'S LINE LIMIT POSTS TO THE ORIGINAL CLAIM.  ANY OTHER *
      **   CLAIM COMES BACK UNCHANGED.                                   *
      **----------------------------------------------------------------*
       8700-ROLL-UP-SPLIT.
           MOVE 'R'         TO PCD-SPLA-FUNCTION
           MOVE 'PCD164'    TO PCD-SPLA-CALLER
           MOVE ZERO        TO PCD-SPLA-LINE-SEQ
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           IF PCD-SPLA-FILE-ERROR
               DISPLAY 'PCD164 - SPLIT LINKAGE UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF.
       8700-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-STAMP-AR-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE    *
      **   CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.      *
      **----------------------------------------------------------------*
       8800-STAMP-AR-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD164'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD164 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ADJM-MASTER
           CLOSE PCD-POST-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           MOVE 'C' TO PCD-SPLA-FUNCTION
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           DISPLAY 'PCD164 - CAS ITEMS SEEN:        ' WS-ITEMS-SEEN
           DISPLAY 'PCD164 - ALREADY ON PCDADJM:    ' WS-ALREADY-HANDLED
           DISPLAY 'PCD164 - CONTRACTUAL POSTED:    '
               WS-CONTRACTUAL-POSTED
           DISPLAY 'PCD164 - WRITE-OFFS POSTED:     '
               WS-WRITE-OFFS-POSTED
           DISPLAY 'PCD164 - QUEUED FOR APPROVAL:   '
               WS-QUEUED-FOR-APPROVAL
           DISPLAY 'PCD164 - PATIENT RESP ITEMS:    '
               WS-PATIENT-RESP-ITEMS
           DISPLAY 'PCD164 - AMOUNT POSTED:         ' WS-POSTED-AMOUNT
           DISPLAY 'PCD164 - AMOUNT QUEUED:         ' WS-QUEUED-AMOUNT.
       9000-EXIT.
           EXIT.
