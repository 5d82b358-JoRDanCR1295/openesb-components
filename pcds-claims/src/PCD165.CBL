      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD165              SYSTEM: PCDS                 *
      **    WRITE-OFF APPROVAL QUEUE -- DECISIONS AND PENDING LIST    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES THE DAY'S  *
      **                          APPROVER DECISIONS (PCDADJAP) TO     *
      **                          WRITE-OFFS PCD164 QUEUED ON PCDADJM  *
      **                          OVER THEIR AUTHORITY LIMIT.  AN      *
      **                          APPROVED ITEM POSTS TO PCDARPST AS   *
      **                          TYPE WO; A REJECTED ITEM IS CLOSED   *
      **                          WITHOUT POSTING AND THE BALANCE      *
      **                          STAYS OPEN FOR FOLLOW-UP.  A         *
      **                          DECISION FOR AN ITEM NOT PENDING IS  *
      **                          COUNTED AND IGNORED.  EVERYTHING     *
      **                          STILL PENDING IS THEN LISTED ON      *
      **                          PCDADJRP, IN PCN ORDER.             *
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
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD165.
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
           SELECT PCD-DECISION-FILE ASSIGN TO PCDADJAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ADJM-MASTER   ASSIGN TO PCDADJM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-ADJM-KEY
               FILE STATUS IS WS-ADJM-FILE-STATUS.
           SELECT PCD-POST-FILE     ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDADJRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      **----------------------------------------------------------------*
      **   ONE DECISION PER QUEUED ITEM: A = APPROVE, R = REJECT.        *
      **----------------------------------------------------------------*
       FD  PCD-DECISION-FILE
           RECORDING MODE IS F.
       01  FD-DECISION-REC.
           05  FD-DEC-KEY.
               10  FD-DEC-PAT-CNTL-NO     PIC X(020).
               10  FD-DEC-SOURCE-REC      PIC X(002).
               10  FD-DEC-SEQ-NUM         PIC X(002).
               10  FD-DEC-SUB-SEQ-NUM     PIC X(002).
               10  FD-DEC-OCCURRENCE      PIC 9(001).
           05  FD-DEC-DECISION            PIC X(001).
               88  FD-DEC-APPROVE                 VALUE 'A'.
               88  FD-DEC-REJECT                  VALUE 'R'.
           05  FD-DEC-APPROVER-ID         PIC X(008).
           05  FILLER                     PIC X(044).
       FD  PCD-ADJM-MASTER.
       COPY PCDADJM.
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-DEC-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-DEC-END-OF-FILE                  VALUE 'Y'.
       77  WS-ADJM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-ADJM-END-OF-FILE                 VALUE 'Y'.
       77  WS-ADJM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ADJM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-DECISIONS-READ           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPROVED-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-IGNORED-COUNT            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPROVED-AMOUNT          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-PENDING-AMOUNT           PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD165 - WRITE-OFFS AWAITING APPROVAL             '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'PATIENT CNTL NO      SR SQ SB O  PAYER  GP RSN    '.
           05  FILLER                  PIC X(050)  VALUE
               '      AMOUNT    AUTH LIMIT  RECEIVED              '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-SOURCE-REC         PIC X(002).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-SEQ-NUM            PIC X(002).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-SUB-SEQ-NUM        PIC X(002).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-OCCURRENCE         PIC 9(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CAS-GROUP          PIC X(002).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-CAS-REASON         PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AUTH-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RECEIVED-DATE      PIC 9(008).
           05  FILLER                  PIC X(046)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(020)  VALUE
               'TOTAL PENDING ITEMS '.
           05  WS-T-PENDING-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(021)  VALUE SPACES.
           05  WS-T-PENDING-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(068)  VALUE SPACES.
       COPY PCDCLNA.
       COPY PCDSPLA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-APPLY-DECISION  THRU 2000-EXIT
               UNTIL WS-DEC-END-OF-FILE
           PERFORM 3000-LIST-PENDING    THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-DECISION-FILE
           OPEN I-O    PCD-ADJM-MASTER
           OPEN EXTEND PCD-POST-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM 1100-READ-DECISION THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-DECISION.
           READ PCD-DECISION-FILE
               AT END
                   SET WS-DEC-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-APPLY-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           MOVE FD-DEC-KEY TO PCD-ADJM-KEY
           READ PCD-ADJM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ADJM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ADJM-FILE-STATUS
           END-READ
           IF NOT WS-ADJM-FOUND
           OR NOT PCD-ADJM-PENDING-APPROVAL
           OR NOT (FD-DEC-APPROVE OR FD-DEC-REJECT)
               ADD 1 TO WS-IGNORED-COUNT
               PERFORM 1100-READ-DECISION THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-RUN-DATE        TO PCD-ADJM-DECISION-DATE
           MOVE FD-DEC-APPROVER-ID TO PCD-ADJM-APPROVER-ID
           IF FD-DEC-APPROVE
               SET PCD-ADJM-APPROVED-POSTED TO TRUE
               PERFORM 2100-WRITE-POSTING THRU 2100-EXIT
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               SET PCD-ADJM-REJECTED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           REWRITE PCD-ADJM-REC
               INVALID KEY
                   ADD 1 TO WS-IGNORED-COUNT
           END-REWRITE
           PERFORM 1100-READ-DECISION THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-WRITE-POSTING.
           MOVE SPACES                      TO PCD-AR-POST-REC
           MOVE PCD-ADJM-JOBNUM             TO PCD-AR-POST-JOBNUM
           MOVE PCD-ADJM-PAT-CNTL-NO        TO PCD-SPLA-PAT-CNTL-NO
           PERFORM 8700-ROLL-UP-SPLIT THRU 8700-EXIT
           MOVE PCD-SPLA-ORIG-PAT-CNTL-NO (1:17)
               TO PCD-AR-POST-PAT-CNTL-NO
           MOVE PCD-ADJM-PROC-CODE          TO PCD-AR-POST-PROC-CODE
           SET PCD-AR-POST-WRITE-OFF        TO TRUE
           MOVE PCD-ADJM-AMOUNT             TO PCD-AR-POST-AMOUNT
           MOVE PCD-ADJM-CAS-GROUP          TO PCD-AR-POST-CAS-GROUP
           MOVE PCD-ADJM-CAS-REASON         TO PCD-AR-POST-CAS-REASON
           PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
           WRITE PCD-AR-POST-REC
           ADD PCD-ADJM-AMOUNT TO WS-APPROVED-AMOUNT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-LIST-PENDING -- FULL BROWSE OF PCDADJM AFTER THE DAY'S   *
      **   DECISIONS ARE IN.                                             *
      **----------------------------------------------------------------*
       3000-LIST-PENDING.
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE LOW-VALUES TO PCD-ADJM-KEY
           START PCD-ADJM-MASTER KEY NOT < PCD-ADJM-KEY
               INVALID KEY
                   SET WS-ADJM-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-ADJM-END-OF-FILE
           MOVE WS-PENDING-COUNT    TO WS-T-PENDING-COUNT
           MOVE WS-PENDING-AMOUNT   TO WS-T-PENDING-AMOUNT
           MOVE WS-REPORT-TOTAL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       3000-EXIT.
           EXIT.
       3100-LIST-ONE-ITEM.
           READ PCD-ADJM-MASTER NEXT RECORD
               AT END
                   SET WS-ADJM-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT PCD-ADJM-PENDING-APPROVAL
               GO TO 3100-EXIT
           END-IF
           MOVE PCD-ADJM-PAT-CNTL-NO   TO WS-D-PAT-CNTL-NO
           MOVE PCD-ADJM-SOURCE-REC    TO WS-D-SOURCE-REC
           MOVE PCD-ADJM-SEQ-NUM       TO WS-D-SEQ-NUM
           MOVE PCD-ADJM-SUB-SEQ-NUM   TO WS-D-SUB-SEQ-NUM
           MOVE PCD-ADJM-OCCURRENCE    TO WS-D-OCCURRENCE
           MOVE PCD-ADJM-PAYOR-ID      TO WS-D-PAYOR-ID
           MOVE PCD-ADJM-CAS-GROUP     TO WS-D-CAS-GROUP
           MOVE PCD-ADJM-CAS-REASON    TO WS-D-CAS-REASON
           MOVE PCD-ADJM-AMOUNT        TO WS-D-AMOUNT
           MOVE PCD-ADJM-AUTH-LIMIT    TO WS-D-AUTH-LIMIT
           MOVE PCD-ADJM-RECEIVED-DATE TO WS-D-RECEIVED-DATE
           MOVE WS-REPORT-DETAIL       TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1               TO WS-PENDING-COUNT
           ADD PCD-ADJM-AMOUNT TO WS-PENDING-AMOUNT.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8700-ROLL-UP-SPLIT -- A CHILD OF A CLAIM PCD124 SPLIT AT THE  *
      **   RECEIVER'S LINE LIMIT POSTS TO THE ORIGINAL CLAIM.  ANY OTHER *
      **   CLAIM COMES BACK UNCHANGED.                                   *
      **----------------------------------------------------------------*
       8700-ROLL-UP-SPLIT.
           MOVE 'R'         TO PCD-SPLA-FUNCTION
           MOVE 'PCD165'    TO PCD-SPLA-CALLER
           MOVE ZERO        TO PCD-SPLA-LINE-SEQ
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           IF PCD-SPLA-FILE-ERROR
               DISPLAY 'PCD165 - SPLIT LINKAGE UNAVAILABLE - '
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
           MOVE 'PCD165'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD165 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-DECISION-FILE
           CLOSE PCD-ADJM-MASTER
           CLOSE PCD-POST-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           MOVE 'C' TO PCD-SPLA-FUNCTION
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD165 - DECISIONS READ:        ' WS-DECISIONS-READ
           DISPLAY 'PCD165 - APPROVED AND POSTED:   ' WS-APPROVED-COUNT
           DISPLAY 'PCD165 - REJECTED:              ' WS-REJECTED-COUNT
           DISPLAY 'PCD165 - IGNORED (NOT PENDING): ' WS-IGNORED-COUNT
           DISPLAY 'PCD165 - STILL PENDING:         ' WS-PENDING-COUNT
           DISPLAY 'PCD165 - AMOUNT APPROVED:       '
               WS-APPROVED-AMOUNT.
       9000-EXIT.
           EXIT.
