      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD175              SYSTEM: PCDS                  *
      **    WORK-ITEM ASSIGNMENT ENGINE                                *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN NIGHTLY AFTER  *
      **                          PCD174.  ONE ASSIGNMENT SUBSYSTEM    *
      **                          OVER THE FOUR WORK QUEUES: CLAIM     *
      **                          SUSPENSE (PCDSUSPM), DENIAL APPEALS  *
      **                          (PCDDNLM), OUTLIER REVIEW (PCDRVWQ)  *
      **                          AND CREDIT-BALANCE REFUNDS           *
      **                          (PCDRFND).  THE PCDANLR ROSTER SAYS  *
      **                          WHO WORKS WHAT.  FIRST, EVERY        *
      **                          EXISTING PCDWKAS ASSIGNMENT IS       *
      **                          CHECKED AGAINST ITS ITEM: WORKED-OFF *
      **                          ITEMS ARE DROPPED, ITEMS HELD BY AN  *
      **                          ANALYST WHO IS OUT OR OFF THE ROSTER *
      **                          ARE FREED FOR REASSIGNMENT, AND AN   *
      **                          ITEM STILL OPEN PAST ITS DEADLINE IS *
      **                          ESCALATED TO THE ANALYST'S           *
      **                          SUPERVISOR.  THEN EVERY UNASSIGNED   *
      **                          OPEN ITEM IS GIVEN, HIGHEST PRIORITY *
      **                          FIRST, TO THE LEAST-LOADED AVAILABLE *
      **                          ANALYST WHO WORKS THAT QUEUE, HAS    *
      **                          THE SKILL THE ITEM NEEDS, COVERS ITS *
      **                          PAYER AND HAS CAPACITY LEFT.         *
      **                          PRIORITY WEIGHS DOLLARS AGAINST DAYS *
      **                          TO THE APPEAL, REFUND OR FILING      *
      **                          DEADLINE.  LAST, EACH ANALYST'S      *
      **                          PCDWKLS WORKLIST IS REBUILT FOR THE  *
      **                          PCD175M SCREEN.  PCDWKARP LISTS      *
      **                          ESCALATIONS, REASSIGNMENTS, ITEMS NO *
      **                          ANALYST COULD TAKE, AND EACH         *
      **                          ANALYST'S LOAD.  DAY COUNTS USE THE  *
      **                          360-DAY-YEAR ARITHMETIC OF PCD090.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD175.
       AUTHOR.        CLAIMS OPERATIONS MANAGEMENT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-ANLR-FILE      ASSIGN TO PCDANLR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-WKAS-MASTER    ASSIGN TO PCDWKAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-WKAS-KEY
               FILE STATUS IS WS-WKAS-FILE-STATUS.
           SELECT PCD-WKLS-FILE      ASSIGN TO PCDWKLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-WKLS-KEY
               FILE STATUS IS WS-WKLS-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE  ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PCD-DNLM-MASTER    ASSIGN TO PCDDNLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-DNLM-KEY
               FILE STATUS IS WS-DNLM-FILE-STATUS.
           SELECT PCD-RVWQ-MASTER    ASSIGN TO PCDRVWQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RVWQ-KEY
               FILE STATUS IS WS-RVWQ-FILE-STATUS.
           SELECT PCD-RFND-MASTER    ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RFND-KEY
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT CAND-SORT-FILE     ASSIGN TO SORTWK01.
           SELECT WKLS-SORT-FILE     ASSIGN TO SORTWK02.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDWKARP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-ANLR-FILE
           RECORDING MODE IS F.
       01  FD-ANLR-REC                PIC X(080).
       FD  PCD-WKAS-MASTER.
       COPY PCDWKAS.
       FD  PCD-WKLS-FILE.
       COPY PCDWKLS.
       FD  PCD-SUSPENSE-FILE.
       COPY PCDSUSP.
       FD  PCD-DNLM-MASTER.
       COPY PCDDNLM.
       FD  PCD-RVWQ-MASTER.
       COPY PCDRVWQ.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       SD  CAND-SORT-FILE.
       01  SC-SORT-REC.
           05  SC-PRIORITY            PIC 9(005).
           05  SC-QUEUE               PIC X(004).
           05  SC-QUEUE-SUB           PIC 9(001).
           05  SC-ITEM-KEY            PIC X(040).
           05  SC-PAT-CNTL-NO         PIC X(020).
           05  SC-PAYOR-ID            PIC X(005).
           05  SC-SKILL               PIC X(001).
           05  SC-DOLLARS             PIC S9(009)V99 COMP-3.
           05  SC-DEADLINE-SW         PIC X(001).
           05  SC-DAYS-LEFT           PIC S9(005)    COMP-3.
           05  SC-EXISTING-SW         PIC X(001).
               88  SC-EXISTING-ROW            VALUE 'U'.
       SD  WKLS-SORT-FILE.
       01  SW-SORT-REC.
           05  SW-ANALYST-ID          PIC X(008).
           05  SW-PRIORITY            PIC 9(005).
           05  SW-QUEUE               PIC X(004).
           05  SW-ITEM-KEY            PIC X(040).
           05  SW-PAT-CNTL-NO         PIC X(020).
           05  SW-PAYOR-ID            PIC X(005).
           05  SW-DOLLARS             PIC S9(009)V99 COMP-3.
           05  SW-DEADLINE-SW         PIC X(001).
           05  SW-DAYS-LEFT           PIC S9(005)    COMP-3.
           05  SW-ESCALATED-SW        PIC X(001).
           05  SW-ASSIGN-DATE         PIC 9(008).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDANLR.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-MASTER-EOF-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-MASTER-END-OF-FILE               VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-WKAS-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-WKAS-FOUND                       VALUE '00'.
       77  WS-WKLS-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-SUSP-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-DNLM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RVWQ-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RFND-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   DEADLINE WINDOWS.  A HELD CLAIM IS WORKED AGAINST THE FILING  *
      **   WINDOW FROM THE DAY IT WAS HELD; A REFUND AGAINST THE 60-DAY  *
      **   REPAYMENT RULE FROM THE DAY IT WAS OPENED.  AN APPEAL CARRIES *
      **   ITS OWN DEADLINE FROM PCD106.                                 *
      **----------------------------------------------------------------*
       77  WS-FILING-WINDOW-DAYS       PIC 9(003)  VALUE 090.
       77  WS-REFUND-WINDOW-DAYS       PIC 9(003)  VALUE 060.
       77  WS-FROM-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(008)  VALUE ZERO.
       77  WS-FROM-CCYY                PIC 9(004)  VALUE ZERO.
       77  WS-FROM-MM                  PIC 9(002)  VALUE ZERO.
       77  WS-FROM-DD                  PIC 9(002)  VALUE ZERO.
       77  WS-TO-CCYY                  PIC 9(004)  VALUE ZERO.
       77  WS-TO-MM                    PIC 9(002)  VALUE ZERO.
       77  WS-TO-DD                    PIC 9(002)  VALUE ZERO.
       77  WS-DAY-DIFF                 PIC S9(007) VALUE ZERO.
       77  WS-DOLLAR-POINTS            PIC S9(009) VALUE ZERO.
       77  WS-URGENCY-POINTS           PIC 9(005)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE ITEM IN HAND, FROM ITS OWN QUEUE MASTER.                  *
      **----------------------------------------------------------------*
       77  WS-ITEM-OPEN-SW             PIC X(001)  VALUE 'N'.
           88  WS-ITEM-OPEN                        VALUE 'Y'.
       77  WS-ITEM-QUEUE               PIC X(004)  VALUE SPACES.
       77  WS-ITEM-QUEUE-SUB           PIC 9(001)  VALUE ZERO.
       77  WS-ITEM-KEY                 PIC X(040)  VALUE SPACES.
       77  WS-ITEM-PAT-CNTL-NO         PIC X(020)  VALUE SPACES.
       77  WS-ITEM-PAYOR-ID            PIC X(005)  VALUE SPACES.
       77  WS-ITEM-SKILL               PIC X(001)  VALUE SPACE.
           88  WS-ITEM-DENTAL                      VALUE 'D'.
           88  WS-ITEM-DME                         VALUE 'M'.
           88  WS-ITEM-PHARMACY                    VALUE 'R'.
       77  WS-ITEM-DOLLARS             PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-ITEM-DEADLINE-SW         PIC X(001)  VALUE 'N'.
           88  WS-ITEM-HAS-DEADLINE                VALUE 'Y'.
       77  WS-ITEM-DAYS-LEFT           PIC S9(005) VALUE ZERO.
       77  WS-ITEM-PRIORITY            PIC 9(005)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE ROSTER.  QUEUE SWITCHES RUN SUSP, APPL, OUTL, RFND.       *
      **----------------------------------------------------------------*
       77  WS-ANALYST-COUNT            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AN-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FOUND-SUB                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CUR-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SUPV-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CHOSEN-SUB               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PAYER-SUB                PIC 9(001)  COMP  VALUE ZERO.
       77  WS-FIND-ID                  PIC X(008)  VALUE SPACES.
       77  WS-RESPONSIBLE-ID           PIC X(008)  VALUE SPACES.
       77  WS-ELIGIBLE-SW              PIC X(001)  VALUE 'N'.
           88  WS-ELIGIBLE                         VALUE 'Y'.
       77  WS-PAYER-SW                 PIC X(001)  VALUE 'N'.
           88  WS-PAYER-COVERED                    VALUE 'Y'.
       01  WS-ROSTER-TABLE.
           05  WS-AN-ENTRY OCCURS 100 TIMES.
               10  WS-AN-ID            PIC X(008).
               10  WS-AN-NAME          PIC X(020).
               10  WS-AN-AVAIL-SW      PIC X(001).
                   88  WS-AN-AVAILABLE             VALUE 'Y'.
               10  WS-AN-STATUS-TEXT   PIC X(010).
               10  WS-AN-QUEUE-SW OCCURS 4 TIMES
                                       PIC X(001).
               10  WS-AN-DENTAL-SW     PIC X(001).
               10  WS-AN-DME-SW        PIC X(001).
               10  WS-AN-PHARMACY-SW   PIC X(001).
               10  WS-AN-CAPACITY      PIC 9(003).
               10  WS-AN-SUPERVISOR-ID PIC X(008).
               10  WS-AN-PAYOR-ID OCCURS 3 TIMES
                                       PIC X(005).
               10  WS-AN-LOAD          PIC 9(005)  COMP.
               10  WS-AN-ESCALATED     PIC 9(005)  COMP.
       77  WS-SAVE-ANALYST-ID          PIC X(008)  VALUE SPACES.
       77  WS-WORKLIST-SEQ             PIC 9(004)  VALUE ZERO.
       77  WS-ITEMS-DROPPED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-REASSIGNED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-ESCALATED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-ASSIGNED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-UNASSIGNED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WORKLIST-ROWS            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WORKLIST-OVERFLOW        PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD175 - WORK-ITEM ASSIGNMENT                     '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-SECTION-TITLE.
           05  WS-ST-TEXT              PIC X(060).
           05  FILLER                  PIC X(072)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '  QUEUE ITEM KEY                                  '.
           05  FILLER                  PIC X(050)  VALUE
               'PAYER         DOLLARS   DAYS   PRTY  FROM      TO '.
           05  FILLER                  PIC X(032)  VALUE
               '       ACTION                   '.
       01  WS-LOAD-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               '  ANALYST   NAME                  STATUS      CAP '.
           05  FILLER                  PIC X(050)  VALUE
               '   ITEMS  ESCALATED                               '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-QUEUE              PIC X(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ITEM-KEY           PIC X(040).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DOLLARS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DAYS-LEFT          PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PRIORITY           PIC ZZZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FROM-ID            PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TO-ID              PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(020).
           05  FILLER                  PIC X(005)  VALUE SPACES.
       77  WS-D-DAYS-EDIT              PIC ----9.
       01  WS-LOAD-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-L-ANALYST-ID         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-L-NAME               PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-L-STATUS             PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-L-CAPACITY           PIC ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-L-ITEMS              PIC Z,ZZ9.
           05  FILLER                  PIC X(006)  VALUE SPACES.
           05  WS-L-ESCALATED          PIC Z,ZZ9.
           05  FILLER                  PIC X(063)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-REVIEW-ASSIGNMENTS THRU 2000-EXIT
           SORT CAND-SORT-FILE
               ON DESCENDING KEY SC-PRIORITY
               ON ASCENDING  KEY SC-QUEUE SC-ITEM-KEY
               INPUT PROCEDURE  3000-GATHER-OPEN-ITEMS THRU 3000-EXIT
               OUTPUT PROCEDURE 3500-ASSIGN-ITEMS      THRU 3500-EXIT
           SORT WKLS-SORT-FILE
               ON ASCENDING  KEY SW-ANALYST-ID
               ON DESCENDING KEY SW-PRIORITY
               ON ASCENDING  KEY SW-QUEUE SW-ITEM-KEY
               INPUT PROCEDURE  4000-EXTRACT-ASSIGNED  THRU 4000-EXIT
               OUTPUT PROCEDURE 4500-BUILD-WORKLISTS   THRU 4500-EXIT
           PERFORM 5000-WRITE-LOAD-SUMMARY THRU 5000-EXIT
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-ANLR-FILE
           PERFORM 1100-READ-ANLR-FILE THRU 1100-EXIT
           PERFORM 1200-LOAD-ONE-ANALYST THRU 1200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-ANLR-FILE
           OPEN I-O    PCD-WKAS-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1.
       1000-EXIT.
           EXIT.
       1100-READ-ANLR-FILE.
           READ PCD-ANLR-FILE INTO PCD-ANLR-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1200-LOAD-ONE-ANALYST -- OUT FROM THE OUT-FROM DATE THROUGH   *
      **   THE OUT-THRU DATE (NO THRU DATE = OUT UNTIL FURTHER NOTICE).  *
      **----------------------------------------------------------------*
       1200-LOAD-ONE-ANALYST.
           IF WS-ANALYST-COUNT = 100
               DISPLAY 'PCD175 - ROSTER TABLE FULL AT 100 - '
                   'ANALYSTS WOULD BE LOST - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-ANALYST-COUNT
           MOVE WS-ANALYST-COUNT TO WS-AN-SUB
           MOVE PCD-ANLR-ANALYST-ID    TO WS-AN-ID          (WS-AN-SUB)
           MOVE PCD-ANLR-ANALYST-NAME  TO WS-AN-NAME        (WS-AN-SUB)
           MOVE PCD-ANLR-DENTAL-SW     TO WS-AN-DENTAL-SW   (WS-AN-SUB)
           MOVE PCD-ANLR-DME-SW        TO WS-AN-DME-SW      (WS-AN-SUB)
           MOVE PCD-ANLR-PHARMACY-SW   TO WS-AN-PHARMACY-SW (WS-AN-SUB)
           MOVE PCD-ANLR-SUPERVISOR-ID
               TO WS-AN-SUPERVISOR-ID (WS-AN-SUB)
           MOVE ZERO TO WS-AN-CAPACITY  (WS-AN-SUB)
                        WS-AN-LOAD      (WS-AN-SUB)
                        WS-AN-ESCALATED (WS-AN-SUB)
           IF PCD-ANLR-CAPACITY IS NUMERIC
               MOVE PCD-ANLR-CAPACITY TO WS-AN-CAPACITY (WS-AN-SUB)
           END-IF
           PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > 4
               MOVE PCD-ANLR-QUEUE-SW (WS-PAYER-SUB)
                   TO WS-AN-QUEUE-SW (WS-AN-SUB WS-PAYER-SUB)
           END-PERFORM
           PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > 3
               MOVE PCD-ANLR-PAYOR-ID (WS-PAYER-SUB)
                   TO WS-AN-PAYOR-ID (WS-AN-SUB WS-PAYER-SUB)
           END-PERFORM
           MOVE 'N' TO WS-AN-AVAIL-SW (WS-AN-SUB)
           EVALUATE TRUE
               WHEN NOT PCD-ANLR-ACTIVE
                   MOVE 'INACTIVE'  TO WS-AN-STATUS-TEXT (WS-AN-SUB)
               WHEN PCD-ANLR-OUT-FROM-DATE IS NUMERIC
                AND PCD-ANLR-OUT-FROM-DATE > ZERO
                AND WS-RUN-DATE NOT < PCD-ANLR-OUT-FROM-DATE
                AND (PCD-ANLR-OUT-THRU-DATE NOT NUMERIC
                  OR PCD-ANLR-OUT-THRU-DATE = ZERO
                  OR WS-RUN-DATE NOT > PCD-ANLR-OUT-THRU-DATE)
                   MOVE 'OUT'       TO WS-AN-STATUS-TEXT (WS-AN-SUB)
               WHEN OTHER
                   MOVE 'AVAILABLE' TO WS-AN-STATUS-TEXT (WS-AN-SUB)
                   SET WS-AN-AVAILABLE (WS-AN-SUB) TO TRUE
           END-EVALUATE
           PERFORM 1100-READ-ANLR-FILE THRU 1100-EXIT.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-REVIEW-ASSIGNMENTS -- WALK THE ASSIGNMENT MASTER AND     *
      **   BRING EACH ROW UP TO DATE WITH ITS ITEM AND ITS ANALYST.      *
      **----------------------------------------------------------------*
       2000-REVIEW-ASSIGNMENTS.
           OPEN INPUT PCD-SUSPENSE-FILE
                      PCD-DNLM-MASTER
                      PCD-RVWQ-MASTER
                      PCD-RFND-MASTER
           MOVE 'ESCALATIONS AND REASSIGNMENTS' TO WS-ST-TEXT
           PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT
           MOVE 'N'        TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO PCD-WKAS-KEY
           START PCD-WKAS-MASTER KEY IS NOT LESS THAN PCD-WKAS-KEY
               INVALID KEY
                   SET WS-MASTER-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-REVIEW-ONE-ROW THRU 2100-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-SUSPENSE-FILE
                 PCD-DNLM-MASTER
                 PCD-RVWQ-MASTER
                 PCD-RFND-MASTER.
       2000-EXIT.
           EXIT.
       2100-REVIEW-ONE-ROW.
           READ PCD-WKAS-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE PCD-WKAS-QUEUE    TO WS-ITEM-QUEUE
           MOVE PCD-WKAS-ITEM-KEY TO WS-ITEM-KEY
           PERFORM 6000-READ-SOURCE-ITEM THRU 6000-EXIT
           IF NOT WS-ITEM-OPEN
               DELETE PCD-WKAS-MASTER RECORD
               ADD 1 TO WS-ITEMS-DROPPED
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-REFRESH-ROW THRU 2150-EXIT
           MOVE ZERO TO WS-CUR-SUB
           IF PCD-WKAS-ASSIGNED
               MOVE PCD-WKAS-ANALYST-ID TO WS-FIND-ID
               PERFORM 7100-FIND-ANALYST THRU 7100-EXIT
               MOVE WS-FOUND-SUB TO WS-CUR-SUB
               IF WS-CUR-SUB = ZERO
                   PERFORM 2200-FREE-FOR-REASSIGN THRU 2200-EXIT
               ELSE
                   IF WS-AN-AVAILABLE (WS-CUR-SUB)
                       ADD 1 TO WS-AN-LOAD (WS-CUR-SUB)
                   ELSE
                       MOVE ZERO TO WS-CUR-SUB
                       PERFORM 2200-FREE-FOR-REASSIGN THRU 2200-EXIT
                   END-IF
               END-IF
           END-IF
           IF PCD-WKAS-HAS-DEADLINE
              AND PCD-WKAS-DAYS-LEFT < ZERO
              AND NOT PCD-WKAS-ESCALATED
               PERFORM 2300-ESCALATE-ROW THRU 2300-EXIT
           END-IF
           REWRITE PCD-WKAS-REC.
       2100-EXIT.
           EXIT.
       2150-REFRESH-ROW.
           MOVE WS-ITEM-PAT-CNTL-NO TO PCD-WKAS-PAT-CNTL-NO
           MOVE WS-ITEM-PAYOR-ID    TO PCD-WKAS-PAYOR-ID
           MOVE WS-ITEM-SKILL       TO PCD-WKAS-SKILL
           MOVE WS-ITEM-DOLLARS     TO PCD-WKAS-DOLLARS
           MOVE WS-ITEM-DEADLINE-SW TO PCD-WKAS-DEADLINE-SW
           MOVE WS-ITEM-DAYS-LEFT   TO PCD-WKAS-DAYS-LEFT
           MOVE WS-ITEM-PRIORITY    TO PCD-WKAS-PRIORITY.
       2150-EXIT.
           EXIT.
       2200-FREE-FOR-REASSIGN.
           MOVE PCD-WKAS-ANALYST-ID TO PCD-WKAS-PRIOR-ANALYST-ID
                                       WS-D-FROM-ID
           MOVE SPACES              TO PCD-WKAS-ANALYST-ID
                                       WS-D-TO-ID
           SET PCD-WKAS-UNASSIGNED  TO TRUE
           IF PCD-WKAS-REASSIGN-COUNT IS NUMERIC
              AND PCD-WKAS-REASSIGN-COUNT < 999
               ADD 1 TO PCD-WKAS-REASSIGN-COUNT
           END-IF
           ADD 1 TO WS-ITEMS-REASSIGNED
           MOVE 'ANALYST OUT-REASSIGN' TO WS-D-ACTION
           PERFORM 8100-WRITE-ITEM-LINE THRU 8100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-ESCALATE-ROW -- PAST DEADLINE AND STILL OPEN.  THE ITEM  *
      **   GOES TO THE SUPERVISOR OF WHOEVER LAST HELD IT, IF THAT       *
      **   SUPERVISOR IS ON THE ROSTER AND IN TODAY.  OTHERWISE IT IS    *
      **   FLAGGED AND REPORTED WHERE IT STANDS.                         *
      **----------------------------------------------------------------*
       2300-ESCALATE-ROW.
           SET PCD-WKAS-ESCALATED TO TRUE
           MOVE WS-RUN-DATE TO PCD-WKAS-ESCALATE-DATE
           ADD 1 TO WS-ITEMS-ESCALATED
           IF PCD-WKAS-ASSIGNED
               MOVE PCD-WKAS-ANALYST-ID       TO WS-RESPONSIBLE-ID
           ELSE
               MOVE PCD-WKAS-PRIOR-ANALYST-ID TO WS-RESPONSIBLE-ID
           END-IF
           MOVE WS-RESPONSIBLE-ID TO WS-D-FROM-ID
           MOVE ZERO TO WS-SUPV-SUB
           MOVE WS-RESPONSIBLE-ID TO WS-FIND-ID
           PERFORM 7100-FIND-ANALYST THRU 7100-EXIT
           IF WS-FOUND-SUB > ZERO
               IF WS-AN-SUPERVISOR-ID (WS-FOUND-SUB) NOT = SPACES
                  AND WS-AN-SUPERVISOR-ID (WS-FOUND-SUB)
                      NOT = WS-RESPONSIBLE-ID
                   MOVE WS-AN-SUPERVISOR-ID (WS-FOUND-SUB) TO WS-FIND-ID
                   PERFORM 7100-FIND-ANALYST THRU 7100-EXIT
                   IF WS-FOUND-SUB > ZERO
                       IF WS-AN-AVAILABLE (WS-FOUND-SUB)
                           MOVE WS-FOUND-SUB TO WS-SUPV-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-SUPV-SUB = ZERO
               MOVE PCD-WKAS-ANALYST-ID    TO WS-D-TO-ID
               MOVE 'ESCALATED-NO SUPV IN' TO WS-D-ACTION
               PERFORM 8100-WRITE-ITEM-LINE THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-CUR-SUB > ZERO
               SUBTRACT 1 FROM WS-AN-LOAD (WS-CUR-SUB)
               MOVE PCD-WKAS-ANALYST-ID TO PCD-WKAS-PRIOR-ANALYST-ID
           END-IF
           MOVE WS-AN-ID (WS-SUPV-SUB) TO PCD-WKAS-ANALYST-ID
                                          WS-D-TO-ID
           SET PCD-WKAS-ASSIGNED TO TRUE
           MOVE WS-RUN-DATE      TO PCD-WKAS-ASSIGN-DATE
           ADD 1 TO WS-AN-LOAD      (WS-SUPV-SUB)
                    WS-AN-ESCALATED (WS-SUPV-SUB)
           MOVE 'ESCALATED TO SUPV'  TO WS-D-ACTION
           PERFORM 8100-WRITE-ITEM-LINE THRU 8100-EXIT.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-GATHER-OPEN-ITEMS -- EVERY OPEN ITEM ON THE FOUR QUEUES  *
      **   THAT HAS NO ANALYST, NEW OR FREED ABOVE, GOES TO THE SORT.    *
      **----------------------------------------------------------------*
       3000-GATHER-OPEN-ITEMS.
           OPEN INPUT PCD-SUSPENSE-FILE
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 3100-GATHER-SUSPENSE THRU 3100-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-SUSPENSE-FILE
           OPEN INPUT PCD-DNLM-MASTER
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 3200-GATHER-APPEAL THRU 3200-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-DNLM-MASTER
           OPEN INPUT PCD-RVWQ-MASTER
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 3300-GATHER-OUTLIER THRU 3300-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-RVWQ-MASTER
           OPEN INPUT PCD-RFND-MASTER
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 3400-GATHER-REFUND THRU 3400-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-RFND-MASTER.
       3000-EXIT.
           EXIT.
       3100-GATHER-SUSPENSE.
           READ PCD-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           PERFORM 6100-DERIVE-SUSPENSE THRU 6100-EXIT
           PERFORM 3900-RELEASE-IF-UNASSIGNED THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
       3200-GATHER-APPEAL.
           READ PCD-DNLM-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ
           PERFORM 6200-DERIVE-APPEAL THRU 6200-EXIT
           PERFORM 3900-RELEASE-IF-UNASSIGNED THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
       3300-GATHER-OUTLIER.
           READ PCD-RVWQ-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 3300-EXIT
           END-READ
           PERFORM 6300-DERIVE-OUTLIER THRU 6300-EXIT
           PERFORM 3900-RELEASE-IF-UNASSIGNED THRU 3900-EXIT.
       3300-EXIT.
           EXIT.
       3400-GATHER-REFUND.
           READ PCD-RFND-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 3400-EXIT
           END-READ
           PERFORM 6400-DERIVE-REFUND THRU 6400-EXIT
           PERFORM 3900-RELEASE-IF-UNASSIGNED THRU 3900-EXIT.
       3400-EXIT.
           EXIT.
       3900-RELEASE-IF-UNASSIGNED.
           IF NOT WS-ITEM-OPEN
               GO TO 3900-EXIT
           END-IF
           MOVE WS-ITEM-QUEUE TO PCD-WKAS-QUEUE
           MOVE WS-ITEM-KEY   TO PCD-WKAS-ITEM-KEY
           READ PCD-WKAS-MASTER
               INVALID KEY
                   MOVE '23' TO WS-WKAS-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-WKAS-FILE-STATUS
           END-READ
           MOVE 'N' TO SC-EXISTING-SW
           IF WS-WKAS-FOUND
               IF PCD-WKAS-ASSIGNED
                   GO TO 3900-EXIT
               END-IF
               SET SC-EXISTING-ROW TO TRUE
           END-IF
           MOVE WS-ITEM-PRIORITY    TO SC-PRIORITY
           MOVE WS-ITEM-QUEUE       TO SC-QUEUE
           MOVE WS-ITEM-QUEUE-SUB   TO SC-QUEUE-SUB
           MOVE WS-ITEM-KEY         TO SC-ITEM-KEY
           MOVE WS-ITEM-PAT-CNTL-NO TO SC-PAT-CNTL-NO
           MOVE WS-ITEM-PAYOR-ID    TO SC-PAYOR-ID
           MOVE WS-ITEM-SKILL       TO SC-SKILL
           MOVE WS-ITEM-DOLLARS     TO SC-DOLLARS
           MOVE WS-ITEM-DEADLINE-SW TO SC-DEADLINE-SW
           MOVE WS-ITEM-DAYS-LEFT   TO SC-DAYS-LEFT
           RELEASE SC-SORT-REC.
       3900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3500-ASSIGN-ITEMS -- HIGHEST PRIORITY FIRST, SO WHEN CAPACITY *
      **   RUNS OUT IT IS THE SMALL, DISTANT ITEMS THAT WAIT.            *
      **----------------------------------------------------------------*
       3500-ASSIGN-ITEMS.
           MOVE 'ITEMS PAST DEADLINE OR WITH NO ELIGIBLE ANALYST'
               TO WS-ST-TEXT
           PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT
           RETURN CAND-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 3600-ASSIGN-ONE-ITEM THRU 3600-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       3500-EXIT.
           EXIT.
       3600-ASSIGN-ONE-ITEM.
           MOVE SC-PRIORITY    TO WS-ITEM-PRIORITY
           MOVE SC-QUEUE       TO WS-ITEM-QUEUE
           MOVE SC-QUEUE-SUB   TO WS-ITEM-QUEUE-SUB
           MOVE SC-ITEM-KEY    TO WS-ITEM-KEY
           MOVE SC-PAT-CNTL-NO TO WS-ITEM-PAT-CNTL-NO
           MOVE SC-PAYOR-ID    TO WS-ITEM-PAYOR-ID
           MOVE SC-SKILL       TO WS-ITEM-SKILL
           MOVE SC-DOLLARS     TO WS-ITEM-DOLLARS
           MOVE SC-DEADLINE-SW TO WS-ITEM-DEADLINE-SW
           MOVE SC-DAYS-LEFT   TO WS-ITEM-DAYS-LEFT
           IF SC-EXISTING-ROW
               MOVE SC-QUEUE    TO PCD-WKAS-QUEUE
               MOVE SC-ITEM-KEY TO PCD-WKAS-ITEM-KEY
               READ PCD-WKAS-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-WKAS-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-WKAS-FILE-STATUS
               END-READ
           END-IF
           IF NOT SC-EXISTING-ROW
            OR NOT WS-WKAS-FOUND
               MOVE SPACES      TO PCD-WKAS-REC
               MOVE SC-QUEUE    TO PCD-WKAS-QUEUE
               MOVE SC-ITEM-KEY TO PCD-WKAS-ITEM-KEY
               MOVE ZERO        TO PCD-WKAS-ASSIGN-DATE
                                   PCD-WKAS-ESCALATE-DATE
                                   PCD-WKAS-REASSIGN-COUNT
               MOVE 'N'         TO PCD-WKAS-ESCALATED-SW
               MOVE '23'        TO WS-WKAS-FILE-STATUS
           END-IF
           PERFORM 2150-REFRESH-ROW THRU 2150-EXIT
           PERFORM 7000-CHOOSE-ANALYST THRU 7000-EXIT
           MOVE PCD-WKAS-PRIOR-ANALYST-ID TO WS-D-FROM-ID
           IF WS-CHOSEN-SUB > ZERO
               MOVE WS-AN-ID (WS-CHOSEN-SUB) TO PCD-WKAS-ANALYST-ID
               SET PCD-WKAS-ASSIGNED TO TRUE
               MOVE WS-RUN-DATE TO PCD-WKAS-ASSIGN-DATE
               ADD 1 TO WS-AN-LOAD (WS-CHOSEN-SUB)
               ADD 1 TO WS-ITEMS-ASSIGNED
           ELSE
               MOVE SPACES TO PCD-WKAS-ANALYST-ID
               SET PCD-WKAS-UNASSIGNED TO TRUE
               ADD 1 TO WS-ITEMS-UNASSIGNED
           END-IF
           MOVE PCD-WKAS-ANALYST-ID TO WS-D-TO-ID
           IF PCD-WKAS-HAS-DEADLINE
              AND PCD-WKAS-DAYS-LEFT < ZERO
              AND NOT PCD-WKAS-ESCALATED
               SET PCD-WKAS-ESCALATED TO TRUE
               MOVE WS-RUN-DATE TO PCD-WKAS-ESCALATE-DATE
               ADD 1 TO WS-ITEMS-ESCALATED
               IF WS-CHOSEN-SUB > ZERO
                   ADD 1 TO WS-AN-ESCALATED (WS-CHOSEN-SUB)
               END-IF
               MOVE 'ALREADY PAST DEADLN' TO WS-D-ACTION
               PERFORM 8100-WRITE-ITEM-LINE THRU 8100-EXIT
           ELSE
               IF WS-CHOSEN-SUB = ZERO
                   MOVE 'NO ELIGIBLE ANALYST' TO WS-D-ACTION
                   PERFORM 8100-WRITE-ITEM-LINE THRU 8100-EXIT
               END-IF
           END-IF
           IF WS-WKAS-FOUND
               REWRITE PCD-WKAS-REC
           ELSE
               WRITE PCD-WKAS-REC
           END-IF
           RETURN CAND-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       3600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-EXTRACT-ASSIGNED / 4500-BUILD-WORKLISTS -- EVERY         *
      **   ASSIGNED ROW, BY ANALYST, HIGHEST PRIORITY FIRST.             *
      **----------------------------------------------------------------*
       4000-EXTRACT-ASSIGNED.
           MOVE 'N'        TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO PCD-WKAS-KEY
           START PCD-WKAS-MASTER KEY IS NOT LESS THAN PCD-WKAS-KEY
               INVALID KEY
                   SET WS-MASTER-END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-RELEASE-ASSIGNED THRU 4100-EXIT
               UNTIL WS-MASTER-END-OF-FILE.
       4000-EXIT.
           EXIT.
       4100-RELEASE-ASSIGNED.
           READ PCD-WKAS-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT PCD-WKAS-ASSIGNED
               GO TO 4100-EXIT
           END-IF
           MOVE PCD-WKAS-ANALYST-ID   TO SW-ANALYST-ID
           MOVE PCD-WKAS-PRIORITY     TO SW-PRIORITY
           MOVE PCD-WKAS-QUEUE        TO SW-QUEUE
           MOVE PCD-WKAS-ITEM-KEY     TO SW-ITEM-KEY
           MOVE PCD-WKAS-PAT-CNTL-NO  TO SW-PAT-CNTL-NO
           MOVE PCD-WKAS-PAYOR-ID     TO SW-PAYOR-ID
           MOVE PCD-WKAS-DOLLARS      TO SW-DOLLARS
           MOVE PCD-WKAS-DEADLINE-SW  TO SW-DEADLINE-SW
           MOVE PCD-WKAS-DAYS-LEFT    TO SW-DAYS-LEFT
           MOVE PCD-WKAS-ESCALATED-SW TO SW-ESCALATED-SW
           MOVE PCD-WKAS-ASSIGN-DATE  TO SW-ASSIGN-DATE
           RELEASE SW-SORT-REC.
       4100-EXIT.
           EXIT.
       4500-BUILD-WORKLISTS.
           OPEN OUTPUT PCD-WKLS-FILE
           MOVE SPACES TO WS-SAVE-ANALYST-ID
           MOVE 'N'    TO WS-SORT-EOF-SWITCH
           RETURN WKLS-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 4600-WRITE-WORKLIST-ROW THRU 4600-EXIT
               UNTIL WS-SORT-END-OF-FILE
           CLOSE PCD-WKLS-FILE.
       4500-EXIT.
           EXIT.
       4600-WRITE-WORKLIST-ROW.
           IF SW-ANALYST-ID NOT = WS-SAVE-ANALYST-ID
               MOVE SW-ANALYST-ID TO WS-SAVE-ANALYST-ID
               MOVE ZERO          TO WS-WORKLIST-SEQ
           END-IF
           IF WS-WORKLIST-SEQ = 9999
               ADD 1 TO WS-WORKLIST-OVERFLOW
           ELSE
               ADD 1 TO WS-WORKLIST-SEQ
               MOVE SPACES            TO PCD-WKLS-REC
               MOVE SW-ANALYST-ID     TO PCD-WKLS-ANALYST-ID
               MOVE WS-WORKLIST-SEQ   TO PCD-WKLS-SEQ-NUM
               MOVE SW-QUEUE          TO PCD-WKLS-QUEUE
               MOVE SW-ITEM-KEY       TO PCD-WKLS-ITEM-KEY
               MOVE SW-PAT-CNTL-NO    TO PCD-WKLS-PAT-CNTL-NO
               MOVE SW-PAYOR-ID       TO PCD-WKLS-PAYOR-ID
               MOVE SW-DOLLARS        TO PCD-WKLS-DOLLARS
               MOVE SW-DEADLINE-SW    TO PCD-WKLS-DEADLINE-SW
               MOVE SW-DAYS-LEFT      TO PCD-WKLS-DAYS-LEFT
               MOVE SW-PRIORITY       TO PCD-WKLS-PRIORITY
               MOVE SW-ESCALATED-SW   TO PCD-WKLS-ESCALATED-SW
               MOVE SW-ASSIGN-DATE    TO PCD-WKLS-ASSIGN-DATE
               WRITE PCD-WKLS-REC
               ADD 1 TO WS-WORKLIST-ROWS
           END-IF
           RETURN WKLS-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4600-EXIT.
           EXIT.
       5000-WRITE-LOAD-SUMMARY.
           MOVE 'ANALYST LOAD AFTER THIS RUN' TO WS-ST-TEXT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-SECTION-TITLE
           WRITE PCD-REPORT-LINE FROM WS-LOAD-HEADING
           PERFORM 5100-WRITE-ONE-ANALYST THRU 5100-EXIT
               VARYING WS-AN-SUB FROM 1 BY 1
               UNTIL WS-AN-SUB > WS-ANALYST-COUNT.
       5000-EXIT.
           EXIT.
       5100-WRITE-ONE-ANALYST.
           MOVE WS-AN-ID          (WS-AN-SUB) TO WS-L-ANALYST-ID
           MOVE WS-AN-NAME        (WS-AN-SUB) TO WS-L-NAME
           MOVE WS-AN-STATUS-TEXT (WS-AN-SUB) TO WS-L-STATUS
           MOVE WS-AN-CAPACITY    (WS-AN-SUB) TO WS-L-CAPACITY
           MOVE WS-AN-LOAD        (WS-AN-SUB) TO WS-L-ITEMS
           MOVE WS-AN-ESCALATED   (WS-AN-SUB) TO WS-L-ESCALATED
           WRITE PCD-REPORT-LINE FROM WS-LOAD-DETAIL.
       5100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-READ-SOURCE-ITEM -- THE ITEM BEHIND AN ASSIGNMENT ROW.   *
      **   GONE FROM ITS MASTER (PURGED) COUNTS THE SAME AS WORKED OFF.  *
      **----------------------------------------------------------------*
       6000-READ-SOURCE-ITEM.
           MOVE 'N' TO WS-ITEM-OPEN-SW
           EVALUATE WS-ITEM-QUEUE
               WHEN 'SUSP'
                   MOVE WS-ITEM-KEY TO PCD-SUSP-KEY
                   READ PCD-SUSPENSE-FILE
                       INVALID KEY
                           GO TO 6000-EXIT
                   END-READ
                   PERFORM 6100-DERIVE-SUSPENSE THRU 6100-EXIT
               WHEN 'APPL'
                   MOVE WS-ITEM-KEY TO PCD-DNLM-KEY
                   READ PCD-DNLM-MASTER
                       INVALID KEY
                           GO TO 6000-EXIT
                   END-READ
                   PERFORM 6200-DERIVE-APPEAL THRU 6200-EXIT
               WHEN 'OUTL'
                   MOVE WS-ITEM-KEY TO PCD-RVWQ-KEY
                   READ PCD-RVWQ-MASTER
                       INVALID KEY
                           GO TO 6000-EXIT
                   END-READ
                   PERFORM 6300-DERIVE-OUTLIER THRU 6300-EXIT
               WHEN 'RFND'
                   MOVE WS-ITEM-KEY TO PCD-RFND-KEY
                   READ PCD-RFND-MASTER
                       INVALID KEY
                           GO TO 6000-EXIT
                   END-READ
                   PERFORM 6400-DERIVE-REFUND THRU 6400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6100-6400 -- ONE ITEM'S QUEUE, KEY, OPEN STATE, DOLLARS,      *
      **   SKILL NEEDED AND DAYS TO DEADLINE FROM ITS OWN MASTER.        *
      **   DENTAL AND PHARMACY COME FROM THE HELD BATCH TYPE, DME FROM   *
      **   THE DME SUSPENSE REASONS; THE OTHER QUEUES NEED NO SPECIALTY. *
      **----------------------------------------------------------------*
       6100-DERIVE-SUSPENSE.
           PERFORM 6050-CLEAR-ITEM THRU 6050-EXIT
           MOVE 'SUSP'               TO WS-ITEM-QUEUE
           MOVE 1                    TO WS-ITEM-QUEUE-SUB
           MOVE PCD-SUSP-KEY         TO WS-ITEM-KEY
           MOVE PCD-SUSP-PAT-CNTL-NO TO WS-ITEM-PAT-CNTL-NO
           MOVE PCD-SUSP-PAYOR-ID    TO WS-ITEM-PAYOR-ID
           IF NOT PCD-SUSP-RELEASED
               SET WS-ITEM-OPEN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN PCD-SUSP-BATCH-TYPE (1:1) = 'D'
                   SET WS-ITEM-DENTAL   TO TRUE
               WHEN PCD-SUSP-BATCH-TYPE (1:1) = 'P'
                   SET WS-ITEM-PHARMACY TO TRUE
               WHEN PCD-SUSP-REASON-CODE (1:2) = 'DM'
                   SET WS-ITEM-DME      TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PCD-SUSP-DATE IS NUMERIC
               MOVE PCD-SUSP-DATE TO WS-FROM-DATE
               MOVE WS-RUN-DATE   TO WS-TO-DATE
               PERFORM 6600-DAYS-BETWEEN THRU 6600-EXIT
               COMPUTE WS-ITEM-DAYS-LEFT =
                   WS-FILING-WINDOW-DAYS - WS-DAY-DIFF
               SET WS-ITEM-HAS-DEADLINE TO TRUE
           END-IF
           PERFORM 6500-SCORE-PRIORITY THRU 6500-EXIT.
       6100-EXIT.
           EXIT.
       6200-DERIVE-APPEAL.
           PERFORM 6050-CLEAR-ITEM THRU 6050-EXIT
           MOVE 'APPL'               TO WS-ITEM-QUEUE
           MOVE 2                    TO WS-ITEM-QUEUE-SUB
           MOVE PCD-DNLM-KEY         TO WS-ITEM-KEY
           MOVE PCD-DNLM-PAT-CNTL-NO TO WS-ITEM-PAT-CNTL-NO
           MOVE PCD-DNLM-PAYOR-ID    TO WS-ITEM-PAYOR-ID
           MOVE PCD-DNLM-DENIED-AMT  TO WS-ITEM-DOLLARS
           IF PCD-DNLM-OPEN
               SET WS-ITEM-OPEN TO TRUE
           END-IF
           IF PCD-DNLM-APPEAL-DEADLINE > ZERO
               MOVE WS-RUN-DATE              TO WS-FROM-DATE
               MOVE PCD-DNLM-APPEAL-DEADLINE TO WS-TO-DATE
               PERFORM 6600-DAYS-BETWEEN THRU 6600-EXIT
               MOVE WS-DAY-DIFF TO WS-ITEM-DAYS-LEFT
               SET WS-ITEM-HAS-DEADLINE TO TRUE
           END-IF
           PERFORM 6500-SCORE-PRIORITY THRU 6500-EXIT.
       6200-EXIT.
           EXIT.
       6300-DERIVE-OUTLIER.
           PERFORM 6050-CLEAR-ITEM THRU 6050-EXIT
           MOVE 'OUTL'               TO WS-ITEM-QUEUE
           MOVE 3                    TO WS-ITEM-QUEUE-SUB
           MOVE PCD-RVWQ-KEY         TO WS-ITEM-KEY
           MOVE PCD-RVWQ-PAT-CNTL-NO TO WS-ITEM-PAT-CNTL-NO
           MOVE PCD-RVWQ-AMOUNT      TO WS-ITEM-DOLLARS
           IF PCD-RVWQ-PENDING
               SET WS-ITEM-OPEN TO TRUE
           END-IF
           IF PCD-RVWQ-FLAG-DATE > ZERO
               MOVE PCD-RVWQ-FLAG-DATE TO WS-FROM-DATE
               MOVE WS-RUN-DATE        TO WS-TO-DATE
               PERFORM 6600-DAYS-BETWEEN THRU 6600-EXIT
               COMPUTE WS-ITEM-DAYS-LEFT =
                   WS-FILING-WINDOW-DAYS - WS-DAY-DIFF
               SET WS-ITEM-HAS-DEADLINE TO TRUE
           END-IF
           PERFORM 6500-SCORE-PRIORITY THRU 6500-EXIT.
       6300-EXIT.
           EXIT.
       6400-DERIVE-REFUND.
           PERFORM 6050-CLEAR-ITEM THRU 6050-EXIT
           MOVE 'RFND'               TO WS-ITEM-QUEUE
           MOVE 4                    TO WS-ITEM-QUEUE-SUB
           MOVE PCD-RFND-KEY         TO WS-ITEM-KEY
           MOVE PCD-RFND-PAT-CNTL-NO TO WS-ITEM-PAT-CNTL-NO
           MOVE PCD-RFND-PAYOR-ID    TO WS-ITEM-PAYOR-ID
           MOVE PCD-RFND-AMOUNT      TO WS-ITEM-DOLLARS
           IF WS-ITEM-DOLLARS < ZERO
               COMPUTE WS-ITEM-DOLLARS = ZERO - WS-ITEM-DOLLARS
           END-IF
           IF PCD-RFND-OPEN
               SET WS-ITEM-OPEN TO TRUE
           END-IF
           IF PCD-RFND-OPEN-DATE > ZERO
               MOVE PCD-RFND-OPEN-DATE TO WS-FROM-DATE
               MOVE WS-RUN-DATE        TO WS-TO-DATE
               PERFORM 6600-DAYS-BETWEEN THRU 6600-EXIT
               COMPUTE WS-ITEM-DAYS-LEFT =
                   WS-REFUND-WINDOW-DAYS - WS-DAY-DIFF
               SET WS-ITEM-HAS-DEADLINE TO TRUE
           END-IF
           PERFORM 6500-SCORE-PRIORITY THRU 6500-EXIT.
       6400-EXIT.
           EXIT.
       6050-CLEAR-ITEM.
           MOVE 'N'    TO WS-ITEM-OPEN-SW
                          WS-ITEM-DEADLINE-SW
           MOVE SPACES TO WS-ITEM-PAT-CNTL-NO
                          WS-ITEM-PAYOR-ID
                          WS-ITEM-SKILL
           MOVE ZERO   TO WS-ITEM-DOLLARS
                          WS-ITEM-DAYS-LEFT
                          WS-ITEM-PRIORITY.
       6050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6500-SCORE-PRIORITY -- UP TO 5000 POINTS FOR DOLLARS (ONE PER *
      **   $10, FULL MARKS AT $50,000) AND UP TO 5000 FOR URGENCY (50 A  *
      **   DAY INSIDE THE LAST 100 DAYS, FULL MARKS ONCE DUE OR PAST).   *
      **----------------------------------------------------------------*
       6500-SCORE-PRIORITY.
           COMPUTE WS-DOLLAR-POINTS = WS-ITEM-DOLLARS / 10
           IF WS-DOLLAR-POINTS > 5000
               MOVE 5000 TO WS-DOLLAR-POINTS
           END-IF
           IF WS-DOLLAR-POINTS < ZERO
               MOVE ZERO TO WS-DOLLAR-POINTS
           END-IF
           MOVE ZERO TO WS-URGENCY-POINTS
           IF WS-ITEM-HAS-DEADLINE
               EVALUATE TRUE
                   WHEN WS-ITEM-DAYS-LEFT NOT > ZERO
                       MOVE 5000 TO WS-URGENCY-POINTS
                   WHEN WS-ITEM-DAYS-LEFT < 100
                       COMPUTE WS-URGENCY-POINTS =
                           (100 - WS-ITEM-DAYS-LEFT) * 50
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           COMPUTE WS-ITEM-PRIORITY =
               WS-DOLLAR-POINTS + WS-URGENCY-POINTS.
       6500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6600-DAYS-BETWEEN -- FROM-DATE TO TO-DATE, 360-DAY YEAR AS IN *
      **   PCD090.  NEGATIVE WHEN TO-DATE IS THE EARLIER.                *
      **----------------------------------------------------------------*
       6600-DAYS-BETWEEN.
           MOVE WS-FROM-DATE (1:4) TO WS-FROM-CCYY
           MOVE WS-FROM-DATE (5:2) TO WS-FROM-MM
           MOVE WS-FROM-DATE (7:2) TO WS-FROM-DD
           MOVE WS-TO-DATE   (1:4) TO WS-TO-CCYY
           MOVE WS-TO-DATE   (5:2) TO WS-TO-MM
           MOVE WS-TO-DATE   (7:2) TO WS-TO-DD
           COMPUTE WS-DAY-DIFF =
               ((WS-TO-CCYY - WS-FROM-CCYY) * 360)
             + ((WS-TO-MM   - WS-FROM-MM)   * 30)
             +  (WS-TO-DD   - WS-FROM-DD).
       6600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-CHOOSE-ANALYST -- THE LEAST-LOADED ANALYST WHO IS IN,    *
      **   WORKS THE QUEUE, HAS THE SKILL, COVERS THE PAYER AND HAS ROOM.*
      **   TIES GO TO THE ONE EARLIER ON THE ROSTER.                     *
      **----------------------------------------------------------------*
       7000-CHOOSE-ANALYST.
           MOVE ZERO TO WS-CHOSEN-SUB
           PERFORM 7010-CHECK-ONE-ANALYST THRU 7010-EXIT
               VARYING WS-AN-SUB FROM 1 BY 1
               UNTIL WS-AN-SUB > WS-ANALYST-COUNT.
       7000-EXIT.
           EXIT.
       7010-CHECK-ONE-ANALYST.
           IF NOT WS-AN-AVAILABLE (WS-AN-SUB)
            OR WS-AN-QUEUE-SW (WS-AN-SUB WS-ITEM-QUEUE-SUB) NOT = 'Y'
            OR WS-AN-LOAD (WS-AN-SUB) NOT < WS-AN-CAPACITY (WS-AN-SUB)
               GO TO 7010-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-DENTAL
                AND WS-AN-DENTAL-SW (WS-AN-SUB) NOT = 'Y'
                   GO TO 7010-EXIT
               WHEN WS-ITEM-DME
                AND WS-AN-DME-SW (WS-AN-SUB) NOT = 'Y'
                   GO TO 7010-EXIT
               WHEN WS-ITEM-PHARMACY
                AND WS-AN-PHARMACY-SW (WS-AN-SUB) NOT = 'Y'
                   GO TO 7010-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-AN-PAYOR-ID (WS-AN-SUB 1) NOT = SPACES
            OR WS-AN-PAYOR-ID (WS-AN-SUB 2) NOT = SPACES
            OR WS-AN-PAYOR-ID (WS-AN-SUB 3) NOT = SPACES
               MOVE 'N' TO WS-PAYER-SW
               PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                       UNTIL WS-PAYER-SUB > 3
                   IF WS-AN-PAYOR-ID (WS-AN-SUB WS-PAYER-SUB)
                          = WS-ITEM-PAYOR-ID
                      AND WS-ITEM-PAYOR-ID NOT = SPACES
                       SET WS-PAYER-COVERED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-PAYER-COVERED
                   GO TO 7010-EXIT
               END-IF
           END-IF
           IF WS-CHOSEN-SUB = ZERO
               MOVE WS-AN-SUB TO WS-CHOSEN-SUB
           ELSE
               IF WS-AN-LOAD (WS-AN-SUB) < WS-AN-LOAD (WS-CHOSEN-SUB)
                   MOVE WS-AN-SUB TO WS-CHOSEN-SUB
               END-IF
           END-IF.
       7010-EXIT.
           EXIT.
       7100-FIND-ANALYST.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-FIND-ID = SPACES
               GO TO 7100-EXIT
           END-IF
           PERFORM VARYING WS-AN-SUB FROM 1 BY 1
                   UNTIL WS-AN-SUB > WS-ANALYST-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-AN-ID (WS-AN-SUB) = WS-FIND-ID
                   MOVE WS-AN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       7100-EXIT.
           EXIT.
       8000-WRITE-SECTION-HEAD.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-SECTION-TITLE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2.
       8000-EXIT.
           EXIT.
       8100-WRITE-ITEM-LINE.
           MOVE PCD-WKAS-QUEUE    TO WS-D-QUEUE
           MOVE PCD-WKAS-ITEM-KEY TO WS-D-ITEM-KEY
           MOVE PCD-WKAS-PAYOR-ID TO WS-D-PAYOR-ID
           MOVE PCD-WKAS-DOLLARS  TO WS-D-DOLLARS
           MOVE PCD-WKAS-PRIORITY TO WS-D-PRIORITY
           IF PCD-WKAS-HAS-DEADLINE
               MOVE PCD-WKAS-DAYS-LEFT TO WS-D-DAYS-EDIT
               MOVE WS-D-DAYS-EDIT     TO WS-D-DAYS-LEFT
           ELSE
               MOVE ' NONE'            TO WS-D-DAYS-LEFT
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       8100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-WKAS-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD175 - ANALYSTS ON ROSTER:      ' WS-ANALYST-COUNT
           DISPLAY 'PCD175 - ITEMS WORKED OFF:        ' WS-ITEMS-DROPPED
           DISPLAY 'PCD175 - ITEMS FREED ANALYST OUT: '
               WS-ITEMS-REASSIGNED
           DISPLAY 'PCD175 - ITEMS ESCALATED:         '
               WS-ITEMS-ESCALATED
           DISPLAY 'PCD175 - ITEMS ASSIGNED:          '
               WS-ITEMS-ASSIGNED
           DISPLAY 'PCD175 - ITEMS LEFT UNASSIGNED:   '
               WS-ITEMS-UNASSIGNED
           DISPLAY 'PCD175 - WORKLIST ROWS WRITTEN:   ' WS-WORKLIST-ROWS
           DISPLAY 'PCD175 - WORKLIST ROWS DROPPED:   '
               WS-WORKLIST-OVERFLOW.
       9000-EXIT.
           EXIT.
