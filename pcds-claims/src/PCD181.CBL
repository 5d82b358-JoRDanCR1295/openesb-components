      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD181           SYSTEM: PCDS                     *
      **    PAYER-ID CROSSWALK REMAP AND RE-ROUTE PASS                 *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AT THE END OF *
      **                          THE EDIT CHAIN, AHEAD OF THE PCD156  *
      **                          ENROLLMENT EDIT AND THE PCD101       *
      **                          TRANSMISSION SPLIT, SO LATER STEPS   *
      **                          SEE THE NEW ID.  EACH CLAIM IS       *
      **                          BUFFERED TO ITS X0 (AS IN PCD146)    *
      **                          AND EVERY D0 WHOSE D0-PAYOR-ID HAS A *
      **                          PCDPXWM CROSSWALK ROW IN FORCE ON    *
      **                          THE RUN DATE -- AND, WHERE THE ROW   *
      **                          CARRIES A DATE-OF-SERVICE CUTOFF,    *
      **                          WHOSE CLAIM'S EARLIEST F0 SERVICE    *
      **                          DATE IS ON OR AFTER IT -- IS         *
      **                          REWRITTEN TO THE NEW ID (AND NEW     *
      **                          PAYER NAME, IF GIVEN).  THE ID AS    *
      **                          SENT IS KEPT ON THE PCDPXAU AUDIT    *
      **                          FILE.  WHEN THE DESTINATION (FIRST)  *
      **                          D0'S ROW NAMES A NEW RECEIVER THE    *
      **                          CLAIM IS LIFTED OUT OF ITS BATCH     *
      **                          ONTO THE PCDPXWK WORK FILE AND, AT   *
      **                          THE Y0, WRITTEN BACK AS A BATCH OF   *
      **                          ITS OWN -- A COPY OF THE B0 AND A Y0 *
      **                          RESTAMPED WITH THE NEW RECEIVER --   *
      **                          SO PCD101 FILES IT FOR THAT          *
      **                          RECEIVER.  Y0 AND Z0 TRAILERS ARE    *
      **                          REBUILT FROM WHAT WAS WRITTEN UNDER  *
      **                          THE PCD003 COUNTING RULES; A BATCH   *
      **                          LEFT EMPTY IS DROPPED.               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD181.
       AUTHOR.        PAYER RELATIONS UNIT.
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
           SELECT PCD-OUT-FILE    ASSIGN TO CLAIMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PXWM-MASTER ASSIGN TO PCDPXWM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PXWM-KEY
               FILE STATUS IS WS-PXWM-FILE-STATUS.
           SELECT PCD-WORK-FILE   ASSIGN TO PCDPXWK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PXAU-FILE   ASSIGN TO PCDPXAU
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-OUT-FILE
           RECORDING MODE IS F.
       01  PCD-OUT-RECORD             PIC X(192).
       FD  PCD-PXWM-MASTER.
       COPY PCDPXWM.
       FD  PCD-WORK-FILE
           RECORDING MODE IS F.
       01  FD-WORK-REC.
           05  FD-WORK-RECEIVER       PIC X(009).
           05  FD-WORK-CLAIM-REC      PIC X(192).
       FD  PCD-PXAU-FILE
           RECORDING MODE IS F.
       01  FD-PXAU-REC                PIC X(150).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDPXAU.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PXWM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PXWM-END-OF-FILE                 VALUE 'Y'.
       77  WS-WORK-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-WORK-END-OF-FILE                 VALUE 'Y'.
       77  WS-PXWM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-WORK-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-WORK-OPEN                        VALUE 'Y'.
       77  WS-B0-PENDING-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-B0-PENDING                       VALUE 'Y'.
       77  WS-SKIP-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-SKIPPED                    VALUE 'Y'.
       77  WS-CUTOFF-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-CUTOFF-HIT                       VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-SUB-EIN          PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-SUB-NAME         PIC X(021)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
       77  WS-BATCH-RECEIVER           PIC X(009)  VALUE SPACES.
       77  WS-REROUTE-RECEIVER         PIC X(009)  VALUE SPACES.
       77  WS-LOOKUP-PAYOR-ID          PIC X(005)  VALUE SPACES.
       77  WS-EARLIEST-DOS             PIC 9(008)  VALUE ZERO.
       77  WS-WORK-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-XW-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-XW-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-XW-FOUND-SUB             PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUF-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUF-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-D0-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-D0-COUNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-RCV-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-RCV-COUNT                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-ROUTE-SLOT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CLAIM-ROUTE              PIC X(001)  VALUE SPACE.
           88  WS-ROUTED-MAIN                      VALUE 'M'.
           88  WS-ROUTED-REROUTE                   VALUE 'R'.
           88  WS-ROUTE-UNDECIDED                  VALUE ' '.
      **----------------------------------------------------------------*
      **   PER-CLAIM TALLIES AND THE RUNNING TOTALS OF WHAT REACHED THE  *
      **   OUTPUT UNDER ITS OWN BATCH; THE Y0/Z0 TRAILERS ARE REBUILT    *
      **   FROM THESE UNDER THE PCD003 COUNTING RULES, AS IN PCD146.     *
      **----------------------------------------------------------------*
       77  WS-CLAIM-LINE-COUNT         PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIM-CHARGE-SUM        PIC S9(010)V99 COMP-3 VALUE ZERO.
       77  WS-MAIN-BATCH-CLAIMS        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MAIN-BATCH-LINES         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MAIN-BATCH-RECS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MAIN-BATCH-CHARGES      PIC S9(010)V99 COMP-3 VALUE ZERO.
       77  WS-OUT-FILE-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OUT-FILE-LINES           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OUT-FILE-RECS            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OUT-FILE-CHARGES        PIC S9(013)V99 COMP-3 VALUE ZERO.
       77  WS-FILE-BATCH-COUNT         PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-REMAPPED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OTHER-D0-REMAPPED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-REROUTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CUTOFF-KEPT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-NOT-REROUTED      PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SPLIT-BATCHES            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BATCHES-EMPTIED          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-EARLY-DECIDED            PIC 9(005)  COMP  VALUE ZERO.
       01  WS-HOLD-REC                 PIC X(192)  VALUE SPACES.
       01  WS-OUT-IMAGE                PIC X(192)  VALUE SPACES.
       01  WS-B0-IMAGE                 PIC X(192)  VALUE SPACES.
       01  WS-Y0-IMAGE                 PIC X(192)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   CROSSWALK ROWS LOADED FROM PCDPXWM IN KEY ORDER (OLD ID,      *
      **   EFFECTIVE DATE), SO THE LAST ROW IN FORCE FOR AN ID WINS.     *
      **----------------------------------------------------------------*
       01  WS-XWALK-TABLE.
           05  WS-XWALK-ENTRY OCCURS 500 TIMES.
               10  WS-XW-OLD-PAYOR-ID PIC X(005).
               10  WS-XW-EFF-DATE     PIC 9(008).
               10  WS-XW-NEW-PAYOR-ID PIC X(005).
               10  WS-XW-NEW-NAME     PIC X(017).
               10  WS-XW-NEW-RECEIVER PIC X(009).
               10  WS-XW-DOS-CUTOFF   PIC 9(008).
      **----------------------------------------------------------------*
      **   ONE CLAIM'S RECORD CHAIN, BUFFERED UNTIL THE X0 DECIDES       *
      **   WHETHER IT IS REMAPPED AND WHERE IT GOES, AND WHERE IN THE    *
      **   BUFFER EACH OF ITS D0 PAYER RECORDS SITS.                     *
      **----------------------------------------------------------------*
       01  WS-CLAIM-BUFFER.
           05  WS-BUF-RECORD OCCURS 300 TIMES
                                       PIC X(192).
       01  WS-D0-TABLE.
           05  WS-D0-ENTRY OCCURS 10 TIMES.
               10  WS-D0-BUF-IX       PIC 9(003)  COMP.
               10  WS-D0-PAYOR-ID     PIC X(005).
      **----------------------------------------------------------------*
      **   NEW RECEIVERS THE CURRENT BATCH'S CLAIMS ARE BEING MOVED TO,  *
      **   WITH THE TOTALS FOR THE Y0 OF THE BATCH BUILT FOR EACH.       *
      **----------------------------------------------------------------*
       01  WS-RECEIVER-TABLE.
           05  WS-RCV-ENTRY OCCURS 10 TIMES.
               10  WS-RCV-RECEIVER    PIC X(009).
               10  WS-RCV-MERGED-SW   PIC X(001).
                   88  WS-RCV-MERGED              VALUE 'Y'.
               10  WS-RCV-CLAIMS      PIC 9(007)  COMP.
               10  WS-RCV-LINES       PIC 9(007)  COMP.
               10  WS-RCV-RECS        PIC 9(007)  COMP.
               10  WS-RCV-CHARGES     PIC S9(010)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE CROSSWALK IS REQUIRED: WITHOUT IT      *
      **   RETIRED IDS WOULD GO OUT UNCHANGED, SO THE RUN STOPS.         *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-PXWM-MASTER
           IF WS-PXWM-FILE-STATUS NOT = '00'
               DISPLAY 'PCD181 - PCDPXWM NOT AVAILABLE, STATUS '
                   WS-PXWM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           PERFORM 1200-READ-PXWM-MASTER THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-XWALK   THRU 1300-EXIT
               UNTIL WS-PXWM-END-OF-FILE
           CLOSE PCD-PXWM-MASTER
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-OUT-FILE
           OPEN EXTEND PCD-PXAU-FILE
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
       1200-READ-PXWM-MASTER.
           READ PCD-PXWM-MASTER
               AT END
                   SET WS-PXWM-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-XWALK.
           IF WS-XW-COUNT = 500
               DISPLAY 'PCD181 - CROSSWALK TABLE FULL AT 500 - '
                   'RETIRED IDS WOULD GO OUT - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-XW-COUNT
           MOVE PCD-PXWM-OLD-PAYOR-ID
               TO WS-XW-OLD-PAYOR-ID (WS-XW-COUNT)
           MOVE PCD-PXWM-EFF-DATE
               TO WS-XW-EFF-DATE     (WS-XW-COUNT)
           MOVE PCD-PXWM-NEW-PAYOR-ID
               TO WS-XW-NEW-PAYOR-ID (WS-XW-COUNT)
           MOVE PCD-PXWM-NEW-PAYOR-NAME
               TO WS-XW-NEW-NAME     (WS-XW-COUNT)
           MOVE PCD-PXWM-NEW-RECEIVER
               TO WS-XW-NEW-RECEIVER (WS-XW-COUNT)
           MOVE PCD-PXWM-DOS-CUTOFF
               TO WS-XW-DOS-CUTOFF   (WS-XW-COUNT)
           PERFORM 1200-READ-PXWM-MASTER THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                   MOVE A0-SUB-EIN       TO WS-CURRENT-SUB-EIN
                   MOVE A0-SUB-NAME      TO WS-CURRENT-SUB-NAME
                   MOVE ZERO TO WS-OUT-FILE-CLAIMS
                                WS-OUT-FILE-LINES
                                WS-OUT-FILE-RECS
                                WS-OUT-FILE-CHARGES
                                WS-FILE-BATCH-COUNT
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               WHEN B0-REC
                   MOVE B0-BATCH-TYPE  TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-CURRENT-BATCH-NUM
                   MOVE B0-NPI         TO WS-CURRENT-NPI
                   MOVE ZERO TO WS-MAIN-BATCH-CLAIMS
                                WS-MAIN-BATCH-LINES
                                WS-MAIN-BATCH-RECS
                                WS-MAIN-BATCH-CHARGES
                                WS-RCV-COUNT
                   MOVE WS-PCDSCLAIM-REC TO WS-B0-IMAGE
                   SET WS-B0-PENDING TO TRUE
               WHEN Y0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   PERFORM 2700-END-BATCH    THRU 2700-EXIT
               WHEN Z0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   PERFORM 2790-REBUILD-Z0   THRU 2790-EXIT
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT    THRU 2500-EXIT
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE ZERO  TO WS-BUF-COUNT WS-D0-COUNT
                                 WS-CLAIM-LINE-COUNT
                                 WS-CLAIM-CHARGE-SUM
                                 WS-EARLIEST-DOS
                   MOVE SPACE TO WS-CLAIM-ROUTE
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN D0-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-ROUTE-UNDECIDED
                      AND WS-D0-COUNT < 10
                       ADD 1 TO WS-D0-COUNT
                       MOVE WS-BUF-COUNT
                           TO WS-D0-BUF-IX   (WS-D0-COUNT)
                       MOVE D0-PAYOR-ID
                           TO WS-D0-PAYOR-ID (WS-D0-COUNT)
                   END-IF
               WHEN F0-REC
                   ADD 1 TO WS-CLAIM-LINE-COUNT
                   IF F0-LINE-CHRG-X IS NUMERIC
                       ADD F0-LINE-CHRG TO WS-CLAIM-CHARGE-SUM
                   END-IF
                   IF F0-FROM-DATE-X IS NUMERIC
                       MOVE F0-FROM-DATE TO WS-WORK-DATE
                       IF WS-WORK-DATE > ZERO
                          AND (WS-EARLIEST-DOS = ZERO
                           OR WS-WORK-DATE < WS-EARLIEST-DOS)
                           MOVE WS-WORK-DATE TO WS-EARLIEST-DOS
                       END-IF
                   END-IF
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-ROUTE-UNDECIDED
                       PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
                   END-IF
               WHEN CLAIM-RECS
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN OTHER
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-BUFFER-RECORD -- BEFORE THE X0 THE CLAIM'S RECORDS       *
      **   COLLECT IN THE BUFFER; ONCE THE CLAIM IS DECIDED, LATER       *
      **   RECORDS LIKE THE XA FOLLOW IT DIRECTLY.  A CHAIN THAT         *
      **   OUTGROWS THE BUFFER IS DECIDED ON WHAT HAS BEEN SEEN -- THE   *
      **   D0S COME EARLY, SO ONLY THE SERVICE-DATE CUTOFF MAY BE        *
      **   JUDGED ON PART OF THE LINES.                                  *
      **----------------------------------------------------------------*
       2100-BUFFER-RECORD.
           IF NOT WS-ROUTE-UNDECIDED
               PERFORM 2120-WRITE-DECIDED THRU 2120-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-BUF-COUNT < 300
               ADD 1 TO WS-BUF-COUNT
               MOVE WS-PCDSCLAIM-REC TO WS-BUF-RECORD (WS-BUF-COUNT)
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-EARLY-DECIDED
           PERFORM 2200-DECIDE-CLAIM  THRU 2200-EXIT
           PERFORM 2120-WRITE-DECIDED THRU 2120-EXIT.
       2100-EXIT.
           EXIT.
       2120-WRITE-DECIDED.
           MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
           IF WS-ROUTED-MAIN
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               ADD 1 TO WS-MAIN-BATCH-RECS
               IF F0-REC
                   ADD 1 TO WS-MAIN-BATCH-LINES
                   IF F0-LINE-CHRG-X IS NUMERIC
                       ADD F0-LINE-CHRG TO WS-MAIN-BATCH-CHARGES
                   END-IF
               END-IF
           ELSE
               PERFORM 2550-WRITE-WORK THRU 2550-EXIT
               ADD 1 TO WS-RCV-RECS (WS-ROUTE-SLOT)
               IF F0-REC
                   ADD 1 TO WS-RCV-LINES (WS-ROUTE-SLOT)
                   IF F0-LINE-CHRG-X IS NUMERIC
                       ADD F0-LINE-CHRG
                           TO WS-RCV-CHARGES (WS-ROUTE-SLOT)
                   END-IF
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-END-OF-CHAIN -- A CHAIN CUT OFF WITHOUT ITS X0 IS STILL  *
      **   DECIDED (AND REMAPPED) RATHER THAN STRANDED IN THE BUFFER.    *
      **----------------------------------------------------------------*
       2150-END-OF-CHAIN.
           IF WS-BUF-COUNT > ZERO
              AND WS-ROUTE-UNDECIDED
               PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
           END-IF.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-DECIDE-CLAIM -- THE FIRST D0 IS THE DESTINATION PAYER    *
      **   AND DECIDES THE ROUTE; EVERY D0 WHOSE ID HAS A CROSSWALK ROW  *
      **   IN FORCE IS REWRITTEN IN THE BUFFER.  THE CURRENT RECORD IS   *
      **   HELD ASIDE WHILE THE D0 IMAGES ARE WORKED.                    *
      **----------------------------------------------------------------*
       2200-DECIDE-CLAIM.
           MOVE WS-PCDSCLAIM-REC TO WS-HOLD-REC
           MOVE SPACES TO WS-REROUTE-RECEIVER
           MOVE ZERO   TO WS-ROUTE-SLOT
           MOVE 'N'    TO WS-SKIP-SWITCH
           IF WS-D0-COUNT > ZERO
               PERFORM 2300-CHECK-DESTINATION THRU 2300-EXIT
           END-IF
           IF NOT WS-CLAIM-SKIPPED
               PERFORM 2400-REMAP-D0 THRU 2400-EXIT
                   VARYING WS-D0-SUB FROM 1 BY 1
                   UNTIL WS-D0-SUB > WS-D0-COUNT
           END-IF
           IF WS-REROUTE-RECEIVER = SPACES
               PERFORM 2600-ROUTE-MAIN    THRU 2600-EXIT
           ELSE
               PERFORM 2650-ROUTE-REROUTE THRU 2650-EXIT
           END-IF
           MOVE WS-HOLD-REC TO WS-PCDSCLAIM-REC.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-CHECK-DESTINATION -- A CROSSWALK ROW WITH A NEW RECEIVER *
      **   MOVES THE CLAIM TO A BATCH OF ITS OWN FOR THAT RECEIVER.  IF  *
      **   THE BATCH ALREADY FEEDS TEN NEW RECEIVERS THE CLAIM IS LEFT   *
      **   WHOLLY AS SENT (A REWRITTEN ID ON THE OLD RECEIVER'S FILE     *
      **   WOULD ONLY BOUNCE) AND NAMED ON THE CONSOLE FOR A RERUN.      *
      **----------------------------------------------------------------*
       2300-CHECK-DESTINATION.
           MOVE WS-D0-PAYOR-ID (1) TO WS-LOOKUP-PAYOR-ID
           PERFORM 2350-FIND-XWALK THRU 2350-EXIT
           IF WS-XW-FOUND-SUB = ZERO
               GO TO 2300-EXIT
           END-IF
           IF WS-XW-NEW-RECEIVER (WS-XW-FOUND-SUB) = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE WS-XW-NEW-RECEIVER (WS-XW-FOUND-SUB)
               TO WS-REROUTE-RECEIVER
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               IF WS-RCV-RECEIVER (WS-RCV-SUB) = WS-REROUTE-RECEIVER
                   MOVE WS-RCV-SUB TO WS-ROUTE-SLOT
               END-IF
           END-PERFORM
           IF WS-ROUTE-SLOT > ZERO
               GO TO 2300-EXIT
           END-IF
           IF WS-RCV-COUNT = 10
               DISPLAY 'PCD181 - TEN NEW RECEIVERS IN BATCH '
                   WS-CURRENT-BATCH-TYPE WS-CURRENT-BATCH-NUM
                   ' - CLAIM ' WS-CURRENT-PAT-CNTL-NO
                   ' LEFT ON ' WS-LOOKUP-PAYOR-ID
               ADD 1 TO WS-CLAIMS-NOT-REROUTED
               MOVE SPACES TO WS-REROUTE-RECEIVER
               SET WS-CLAIM-SKIPPED TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-RCV-COUNT
           MOVE WS-RCV-COUNT        TO WS-ROUTE-SLOT
           MOVE WS-REROUTE-RECEIVER TO WS-RCV-RECEIVER (WS-ROUTE-SLOT)
           MOVE 'N'                 TO WS-RCV-MERGED-SW (WS-ROUTE-SLOT)
           MOVE ZERO TO WS-RCV-CLAIMS  (WS-ROUTE-SLOT)
                        WS-RCV-LINES   (WS-ROUTE-SLOT)
                        WS-RCV-RECS    (WS-ROUTE-SLOT)
                        WS-RCV-CHARGES (WS-ROUTE-SLOT).
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2350-FIND-XWALK -- THE LAST ROW FOR THE ID THAT IS IN FORCE   *
      **   ON THE RUN DATE.  A CLAIM WHOSE EARLIEST SERVICE DATE IS      *
      **   BEFORE THAT ROW'S CUTOFF STAYS ON THE OLD ID (THE OLD PAYER   *
      **   STILL WORKS ITS RUN-OUT).  NO SERVICE DATE ON THE CLAIM       *
      **   MEANS CURRENT SERVICE.                                        *
      **----------------------------------------------------------------*
       2350-FIND-XWALK.
           MOVE ZERO TO WS-XW-FOUND-SUB
           MOVE 'N'  TO WS-CUTOFF-SWITCH
           PERFORM VARYING WS-XW-SUB FROM 1 BY 1
                   UNTIL WS-XW-SUB > WS-XW-COUNT
               IF WS-XW-OLD-PAYOR-ID (WS-XW-SUB) = WS-LOOKUP-PAYOR-ID
                  AND WS-XW-EFF-DATE (WS-XW-SUB) NOT > WS-RUN-DATE
                   MOVE WS-XW-SUB TO WS-XW-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-XW-FOUND-SUB = ZERO
               GO TO 2350-EXIT
           END-IF
           IF WS-XW-DOS-CUTOFF (WS-XW-FOUND-SUB) > ZERO
              AND WS-EARLIEST-DOS > ZERO
              AND WS-EARLIEST-DOS
                    < WS-XW-DOS-CUTOFF (WS-XW-FOUND-SUB)
               MOVE ZERO TO WS-XW-FOUND-SUB
               SET WS-CUTOFF-HIT TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-REMAP-D0 -- REWRITE ONE D0 IN THE BUFFER AND KEEP THE    *
      **   ID THE SUBMITTER SENT ON THE PCDPXAU AUDIT FILE.              *
      **----------------------------------------------------------------*
       2400-REMAP-D0.
           MOVE WS-D0-PAYOR-ID (WS-D0-SUB) TO WS-LOOKUP-PAYOR-ID
           PERFORM 2350-FIND-XWALK THRU 2350-EXIT
           IF WS-XW-FOUND-SUB = ZERO
               IF WS-CUTOFF-HIT
                   ADD 1 TO WS-CUTOFF-KEPT
               END-IF
               GO TO 2400-EXIT
           END-IF
           MOVE WS-BUF-RECORD (WS-D0-BUF-IX (WS-D0-SUB))
               TO WS-PCDSCLAIM-REC
           MOVE WS-XW-NEW-PAYOR-ID (WS-XW-FOUND-SUB) TO D0-PAYOR-ID
           IF WS-XW-NEW-NAME (WS-XW-FOUND-SUB) NOT = SPACES
               MOVE WS-XW-NEW-NAME (WS-XW-FOUND-SUB) TO D0-PAYOR-NAME
           END-IF
           MOVE WS-PCDSCLAIM-REC
               TO WS-BUF-RECORD (WS-D0-BUF-IX (WS-D0-SUB))
           PERFORM 2450-WRITE-AUDIT THRU 2450-EXIT
           IF WS-D0-SUB = 1
               ADD 1 TO WS-CLAIMS-REMAPPED
           ELSE
               ADD 1 TO WS-OTHER-D0-REMAPPED
           END-IF.
       2400-EXIT.
           EXIT.
       2450-WRITE-AUDIT.
           MOVE SPACES                 TO PCD-PXAU-REC
           MOVE WS-RUN-DATE            TO PCD-PXAU-RUN-DATE
           MOVE WS-CURRENT-JOBNUM      TO PCD-PXAU-JOBNUM
           MOVE WS-CURRENT-SUB-EIN     TO PCD-PXAU-SUB-EIN
           MOVE WS-CURRENT-SUB-NAME    TO PCD-PXAU-SUB-NAME
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-PXAU-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM   TO PCD-PXAU-BATCH-NUM
           MOVE WS-CURRENT-NPI         TO PCD-PXAU-NPI
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PXAU-PAT-CNTL-NO
           MOVE WS-LOOKUP-PAYOR-ID     TO PCD-PXAU-OLD-PAYOR-ID
           MOVE WS-XW-NEW-PAYOR-ID (WS-XW-FOUND-SUB)
                                       TO PCD-PXAU-NEW-PAYOR-ID
           MOVE WS-XW-EFF-DATE (WS-XW-FOUND-SUB)
                                       TO PCD-PXAU-XWLK-EFF-DATE
           MOVE WS-EARLIEST-DOS        TO PCD-PXAU-EARLIEST-DOS
           IF WS-D0-SUB = 1
               SET PCD-PXAU-DESTINATION    TO TRUE
               MOVE WS-REROUTE-RECEIVER    TO PCD-PXAU-NEW-RECEIVER
           ELSE
               SET PCD-PXAU-OTHER-COVERAGE TO TRUE
           END-IF
           WRITE FD-PXAU-REC FROM PCD-PXAU-REC.
       2450-EXIT.
           EXIT.
       2500-WRITE-OUT.
           IF WS-B0-PENDING
               MOVE WS-B0-IMAGE TO PCD-OUT-RECORD
               WRITE PCD-OUT-RECORD
               MOVE 'N' TO WS-B0-PENDING-SWITCH
           END-IF
           MOVE WS-OUT-IMAGE TO PCD-OUT-RECORD
           WRITE PCD-OUT-RECORD.
       2500-EXIT.
           EXIT.
       2550-WRITE-WORK.
           IF NOT WS-WORK-OPEN
               OPEN OUTPUT PCD-WORK-FILE
               SET WS-WORK-OPEN TO TRUE
           END-IF
           MOVE WS-REROUTE-RECEIVER TO FD-WORK-RECEIVER
           MOVE WS-OUT-IMAGE        TO FD-WORK-CLAIM-REC
           WRITE FD-WORK-REC.
       2550-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-ROUTE-MAIN -- FLUSH THE CHAIN INTO ITS OWN BATCH.        *
      **----------------------------------------------------------------*
       2600-ROUTE-MAIN.
           PERFORM VARYING WS-BUF-SUB FROM 1 BY 1
                   UNTIL WS-BUF-SUB > WS-BUF-COUNT
               MOVE WS-BUF-RECORD (WS-BUF-SUB) TO WS-OUT-IMAGE
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-PERFORM
           ADD WS-BUF-COUNT        TO WS-MAIN-BATCH-RECS
           ADD 1                   TO WS-MAIN-BATCH-CLAIMS
           ADD WS-CLAIM-LINE-COUNT TO WS-MAIN-BATCH-LINES
           ADD WS-CLAIM-CHARGE-SUM TO WS-MAIN-BATCH-CHARGES
           MOVE ZERO TO WS-BUF-COUNT
           SET WS-ROUTED-MAIN TO TRUE.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2650-ROUTE-REROUTE -- PARK THE CHAIN ON THE WORK FILE UNDER   *
      **   ITS NEW RECEIVER UNTIL THE BATCH ENDS.                        *
      **----------------------------------------------------------------*
       2650-ROUTE-REROUTE.
           PERFORM VARYING WS-BUF-SUB FROM 1 BY 1
                   UNTIL WS-BUF-SUB > WS-BUF-COUNT
               MOVE WS-BUF-RECORD (WS-BUF-SUB) TO WS-OUT-IMAGE
               PERFORM 2550-WRITE-WORK THRU 2550-EXIT
           END-PERFORM
           ADD WS-BUF-COUNT        TO WS-RCV-RECS    (WS-ROUTE-SLOT)
           ADD 1                   TO WS-RCV-CLAIMS  (WS-ROUTE-SLOT)
           ADD WS-CLAIM-LINE-COUNT TO WS-RCV-LINES   (WS-ROUTE-SLOT)
           ADD WS-CLAIM-CHARGE-SUM TO WS-RCV-CHARGES (WS-ROUTE-SLOT)
           ADD 1 TO WS-CLAIMS-REROUTED
           MOVE ZERO TO WS-BUF-COUNT
           SET WS-ROUTED-REROUTE TO TRUE.
       2650-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2700-END-BATCH -- CLAIMS WHOSE NEW RECEIVER TURNS OUT TO BE   *
      **   THE BATCH'S OWN Y0 RECEIVER REJOIN THE BATCH.  THE BATCH'S    *
      **   Y0 IS REBUILT FROM WHAT STAYED IN IT (A BATCH LEFT WITH NO    *
      **   CLAIMS IS DROPPED -- ITS B0 WAS NEVER WRITTEN), THEN EACH     *
      **   OTHER NEW RECEIVER GETS A BATCH OF ITS OWN: A COPY OF THE B0, *
      **   ITS CLAIMS, AND A COPY OF THE Y0 RESTAMPED WITH THE NEW       *
      **   RECEIVER AND ITS OWN TOTALS, SO PCD101 FILES IT UNDER THAT    *
      **   RECEIVER.                                                     *
      **----------------------------------------------------------------*
       2700-END-BATCH.
           MOVE WS-PCDSCLAIM-REC TO WS-Y0-IMAGE
           MOVE Y0-RECEIVER      TO WS-BATCH-RECEIVER
           IF WS-WORK-OPEN
               CLOSE PCD-WORK-FILE
               MOVE 'N' TO WS-WORK-OPEN-SWITCH
           END-IF
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               IF WS-RCV-RECEIVER (WS-RCV-SUB) = WS-BATCH-RECEIVER
                   PERFORM 2750-COPY-WORK THRU 2750-EXIT
                   SET WS-RCV-MERGED (WS-RCV-SUB) TO TRUE
                   ADD WS-RCV-CLAIMS  (WS-RCV-SUB)
                       TO WS-MAIN-BATCH-CLAIMS
                   ADD WS-RCV-LINES   (WS-RCV-SUB)
                       TO WS-MAIN-BATCH-LINES
                   ADD WS-RCV-RECS    (WS-RCV-SUB)
                       TO WS-MAIN-BATCH-RECS
                   ADD WS-RCV-CHARGES (WS-RCV-SUB)
                       TO WS-MAIN-BATCH-CHARGES
                   SUBTRACT WS-RCV-CLAIMS (WS-RCV-SUB)
                       FROM WS-CLAIMS-REROUTED
               END-IF
           END-PERFORM
           IF WS-B0-PENDING
              AND WS-RCV-COUNT > ZERO
               MOVE 'N' TO WS-B0-PENDING-SWITCH
               ADD 1 TO WS-BATCHES-EMPTIED
           ELSE
               MOVE WS-Y0-IMAGE TO WS-PCDSCLAIM-REC
               MOVE WS-MAIN-BATCH-CLAIMS  TO Y0-NUM-BATCH-CLAIMS
               MOVE WS-MAIN-BATCH-LINES   TO Y0-NUM-BATCH-SVC-LINES
               MOVE WS-MAIN-BATCH-CHARGES TO Y0-BATCH-TOTAL-CHARGES
               COMPUTE Y0-NUM-BATCH-RECS = WS-MAIN-BATCH-RECS + 2
               MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               ADD 1 TO WS-FILE-BATCH-COUNT
               ADD WS-MAIN-BATCH-CLAIMS  TO WS-OUT-FILE-CLAIMS
               ADD WS-MAIN-BATCH-LINES   TO WS-OUT-FILE-LINES
               ADD WS-MAIN-BATCH-RECS    TO WS-OUT-FILE-RECS
               ADD WS-MAIN-BATCH-CHARGES TO WS-OUT-FILE-CHARGES
           END-IF
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               IF NOT WS-RCV-MERGED (WS-RCV-SUB)
                   PERFORM 2760-WRITE-SPLIT-BATCH THRU 2760-EXIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RCV-COUNT.
       2700-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2750-COPY-WORK -- ONE PASS OF THE WORK FILE, COPYING THE      *
      **   CHAINS PARKED FOR RECEIVER WS-RCV-SUB TO THE OUTPUT.          *
      **----------------------------------------------------------------*
       2750-COPY-WORK.
           OPEN INPUT PCD-WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           PERFORM 2755-READ-WORK THRU 2755-EXIT
           PERFORM 2757-COPY-ONE  THRU 2757-EXIT
               UNTIL WS-WORK-END-OF-FILE
           CLOSE PCD-WORK-FILE.
       2750-EXIT.
           EXIT.
       2755-READ-WORK.
           READ PCD-WORK-FILE
               AT END
                   SET WS-WORK-END-OF-FILE TO TRUE
           END-READ.
       2755-EXIT.
           EXIT.
       2757-COPY-ONE.
           IF FD-WORK-RECEIVER = WS-RCV-RECEIVER (WS-RCV-SUB)
               MOVE FD-WORK-CLAIM-REC TO WS-OUT-IMAGE
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-IF
           PERFORM 2755-READ-WORK THRU 2755-EXIT.
       2757-EXIT.
           EXIT.
       2760-WRITE-SPLIT-BATCH.
           MOVE WS-B0-IMAGE TO WS-OUT-IMAGE
           PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           PERFORM 2750-COPY-WORK THRU 2750-EXIT
           MOVE WS-Y0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE WS-RCV-RECEIVER (WS-RCV-SUB) TO Y0-RECEIVER
           MOVE WS-RCV-CLAIMS  (WS-RCV-SUB)  TO Y0-NUM-BATCH-CLAIMS
           MOVE WS-RCV-LINES   (WS-RCV-SUB)  TO Y0-NUM-BATCH-SVC-LINES
           MOVE WS-RCV-CHARGES (WS-RCV-SUB)  TO Y0-BATCH-TOTAL-CHARGES
           COMPUTE Y0-NUM-BATCH-RECS = WS-RCV-RECS (WS-RCV-SUB) + 2
           MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
           PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           ADD 1 TO WS-FILE-BATCH-COUNT
                    WS-SPLIT-BATCHES
           ADD WS-RCV-CLAIMS  (WS-RCV-SUB) TO WS-OUT-FILE-CLAIMS
           ADD WS-RCV-LINES   (WS-RCV-SUB) TO WS-OUT-FILE-LINES
           ADD WS-RCV-RECS    (WS-RCV-SUB) TO WS-OUT-FILE-RECS
           ADD WS-RCV-CHARGES (WS-RCV-SUB) TO WS-OUT-FILE-CHARGES.
       2760-EXIT.
           EXIT.
       2790-REBUILD-Z0.
           MOVE WS-OUT-FILE-CLAIMS  TO Z0-CLAIM-CNT
           MOVE WS-OUT-FILE-LINES   TO Z0-SVC-LINE-CNT
           MOVE WS-OUT-FILE-CHARGES TO Z0-TOT-CHARGES
           MOVE WS-FILE-BATCH-COUNT TO Z0-BATCH-CNT
           COMPUTE Z0-REC-CNT
               = WS-OUT-FILE-RECS + (WS-FILE-BATCH-COUNT * 2) + 1.
       2790-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-WORK-OPEN
               CLOSE PCD-WORK-FILE
           END-IF
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-OUT-FILE
           CLOSE PCD-PXAU-FILE
           DISPLAY 'PCD181 - CROSSWALK ROWS LOADED:   ' WS-XW-COUNT
           DISPLAY 'PCD181 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD181 - CLAIMS REMAPPED:         '
               WS-CLAIMS-REMAPPED
           DISPLAY 'PCD181 - OTHER-COVERAGE D0S REMAPPED: '
               WS-OTHER-D0-REMAPPED
           DISPLAY 'PCD181 - CLAIMS RE-ROUTED:        '
               WS-CLAIMS-REROUTED
           DISPLAY 'PCD181 - SPLIT BATCHES BUILT:     '
               WS-SPLIT-BATCHES
           DISPLAY 'PCD181 - BATCHES EMPTIED:         '
               WS-BATCHES-EMPTIED
           DISPLAY 'PCD181 - KEPT ON OLD ID (CUTOFF): ' WS-CUTOFF-KEPT
           DISPLAY 'PCD181 - NOT RE-ROUTED (FULL):    '
               WS-CLAIMS-NOT-REROUTED
           DISPLAY 'PCD181 - DECIDED BEFORE X0:       '
               WS-EARLY-DECIDED.
       9000-EXIT.
           EXIT.
