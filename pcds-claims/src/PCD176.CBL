      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD176              SYSTEM: PCDS                  *
      **    WEEKLY CROSS-MASTER REFERENTIAL-INTEGRITY VERIFIER         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN WEEKLY, AND    *
      **                          AFTER ANY PURGE, RESTORE OR PCD133   *
      **                          FORWARD RECOVERY OF A KEYED MASTER.  *
      **                          WALKS EACH CROSS-MASTER POINTER AND  *
      **                          PROVES THE ROW IT POINTS AT IS STILL *
      **                          THERE: AR POSTINGS (PCDARPST),       *
      **                          DENIAL CASES (PCDDNLM) AND REFUND    *
      **                          CASES (PCDRFND) TO THEIR CLAIM ON    *
      **                          THE PCDCRPM REPOSITORY; PCDCRNX CORN *
      **                          INDEX ROWS TO THE PCDCRPM KEY        *
      **                          PREFIX; PCDEPIX MATCH KEYS TO THEIR  *
      **                          PCDEPIM PERSON; AND SUSPENSE ITEMS   *
      **                          (PCDSUSPM) TO THEIR JOB ON PCDJOBST. *
      **                          IT ALSO FINDS ORPHANED PCDEPIM       *
      **                          PERSONS THAT NO MATCH KEY LEADS TO.  *
      **                          EVERY BAD KEY IS LISTED ON PCDRIVRP  *
      **                          WITH COUNTS BY RELATIONSHIP.  ROW    *
      **                          COUNTS AND HASH TOTALS OF THE KEY    *
      **                          MONEY FIELDS ARE COMPARED WITH THE   *
      **                          PRIOR RUN KEPT ON THE PCDRIVH        *
      **                          HISTORY FILE (THE PCD123 PATTERN).   *
      **                          A BROKEN RELATIONSHIP RAISES A       *
      **                          CRITICAL PCDALRTQ ALERT, AND A TOTAL *
      **                          THAT MOVED MORE THAN THE TOLERANCE A *
      **                          WARNING, SO BOTH ARE CLEARED BEFORE  *
      **                          MONTH-END.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD176.
       AUTHOR.        DATA CENTER CONTROL UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-POST-FILE     ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRPM-MASTER   ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-CRNX-MASTER   ASSIGN TO PCDCRNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRNX-CORN.
           SELECT PCD-DNLM-MASTER   ASSIGN TO PCDDNLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-DNLM-KEY.
           SELECT PCD-RFND-MASTER   ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RFND-KEY.
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-EPIM-MASTER   ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-SUSP-MASTER   ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-JOBST-MASTER  ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM
               FILE STATUS IS WS-JOBST-FILE-STATUS.
           SELECT PCD-ALERT-FILE    ASSIGN TO PCDALRTQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HIST-FILE     ASSIGN TO PCDRIVH
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDRIVRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-CRNX-MASTER.
       COPY PCDCRNX.
       FD  PCD-DNLM-MASTER.
       COPY PCDDNLM.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-SUSP-MASTER.
       COPY PCDSUSP.
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       FD  PCD-ALERT-FILE
           RECORDING MODE IS F.
       01  FD-ALERT-REC               PIC X(128).
       FD  PCD-HIST-FILE
           RECORDING MODE IS F.
       01  FD-HIST-REC                PIC X(080).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDALRT.
      **----------------------------------------------------------------*
      **   PCDRIVH -- ONE ROW PER FILE PER RUN.                          *
      **----------------------------------------------------------------*
       01  WS-HIST-REC.
           05  WS-H-RUN-DATE           PIC 9(008).
           05  WS-H-FILE-NAME          PIC X(008).
           05  WS-H-ROW-COUNT          PIC 9(009).
           05  WS-H-HASH-TOTAL         PIC S9(013)V99.
           05  FILLER                  PIC X(040).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-HIST-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-HIST-END-OF-FILE                 VALUE 'Y'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CRPM-FOUND                       VALUE '00'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-JOBST-FILE-STATUS        PIC X(002)  VALUE SPACES.
           88  WS-JOBST-FOUND                      VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   A TOTAL THAT MOVES BY MORE THAN THIS PERCENT SINCE THE PRIOR  *
      **   RUN, EITHER WAY, IS RAISED FOR REVIEW.                        *
      **----------------------------------------------------------------*
       77  WS-HASH-TOLERANCE-PCT       PIC 9(003)  VALUE 025.
       77  WS-KEYS-LISTED-MAX          PIC 9(005)  COMP  VALUE 200.
       77  WS-FIND-PAT-CNTL-NO         PIC X(020)  VALUE SPACES.
       77  WS-FIND-PROC-DATE           PIC X(006)  VALUE SPACES.
       77  WS-REL-SUB                  PIC 9(001)  COMP  VALUE ZERO.
       77  WS-HASH-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CHANGE-PCT               PIC S9(007)V9 VALUE ZERO.
       77  WS-REVIEW-SW                PIC X(001)  VALUE 'N'.
           88  WS-NEEDS-REVIEW                     VALUE 'Y'.
       77  WS-BROKEN-RELATIONSHIPS     PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HASH-WARNINGS            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ALERT-COUNT              PIC 9(003)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE ENTRY PER RELATIONSHIP WALKED.                            *
      **----------------------------------------------------------------*
       01  WS-RELATIONSHIP-NAMES.
           05  FILLER                  PIC X(024)
               VALUE 'PCDARPST -> PCDCRPM'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDDNLM  -> PCDCRPM'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDRFND  -> PCDCRPM'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDCRNX  -> PCDCRPM'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDEPIX  -> PCDEPIM'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDEPIM  <- PCDEPIX'.
           05  FILLER                  PIC X(024)
               VALUE 'PCDSUSPM -> PCDJOBST'.
       01  WS-RELATIONSHIP-TABLE REDEFINES WS-RELATIONSHIP-NAMES.
           05  WS-REL-NAME OCCURS 7 TIMES
                                       PIC X(024).
       01  WS-RELATIONSHIP-COUNTS.
           05  WS-REL-ENTRY OCCURS 7 TIMES.
               10  WS-REL-CHECKED      PIC 9(009)  COMP.
               10  WS-REL-BROKEN       PIC 9(009)  COMP.
      **----------------------------------------------------------------*
      **   ONE ENTRY PER FILE COUNTED.  THE FIRST THREE CARRY A MONEY    *
      **   HASH TOTAL; THE REST ARE ROW COUNTS ONLY.                     *
      **----------------------------------------------------------------*
       01  WS-HASH-FILE-NAMES.
           05  FILLER                  PIC X(008)  VALUE 'PCDARPST'.
           05  FILLER                  PIC X(008)  VALUE 'PCDDNLM '.
           05  FILLER                  PIC X(008)  VALUE 'PCDRFND '.
           05  FILLER                  PIC X(008)  VALUE 'PCDCRPM '.
           05  FILLER                  PIC X(008)  VALUE 'PCDCRNX '.
           05  FILLER                  PIC X(008)  VALUE 'PCDEPIX '.
           05  FILLER                  PIC X(008)  VALUE 'PCDEPIM '.
           05  FILLER                  PIC X(008)  VALUE 'PCDSUSPM'.
           05  FILLER                  PIC X(008)  VALUE 'PCDJOBST'.
       01  WS-HASH-NAME-TABLE REDEFINES WS-HASH-FILE-NAMES.
           05  WS-HT-FILE-NAME OCCURS 9 TIMES
                                       PIC X(008).
       01  WS-HASH-TABLE.
           05  WS-HT-ENTRY OCCURS 9 TIMES.
               10  WS-HT-ROW-COUNT     PIC 9(009)  COMP.
               10  WS-HT-HASH-TOTAL    PIC S9(013)V99 COMP-3.
               10  WS-HT-PRIOR-DATE    PIC 9(008).
               10  WS-HT-PRIOR-COUNT   PIC 9(009)  COMP.
               10  WS-HT-PRIOR-TOTAL   PIC S9(013)V99 COMP-3.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD176 - CROSS-MASTER REFERENTIAL INTEGRITY       '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-SECTION-TITLE.
           05  WS-ST-TEXT              PIC X(060).
           05  FILLER                  PIC X(072)  VALUE SPACES.
       01  WS-SUMMARY-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               '  RELATIONSHIP              ROWS CHECKED    BAD PO'.
           05  FILLER                  PIC X(050)  VALUE
               'INTERS    RESULT                                  '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-KEY-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               '  RELATIONSHIP              ROW KEY               '.
           05  FILLER                  PIC X(050)  VALUE
               '                              POINTS AT           '.
           05  FILLER                  PIC X(032)  VALUE
               '            PROBLEM             '.
       01  WS-HASH-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               '  FILE         PRIOR ROWS     ROWS       PRIOR HAS'.
           05  FILLER                  PIC X(050)  VALUE
               'H TOTAL     HASH TOTAL          CHG%    PRIOR RUN '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-SUMMARY-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-S-RELATION           PIC X(024).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-S-CHECKED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-S-BROKEN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-S-RESULT             PIC X(010).
           05  FILLER                  PIC X(062)  VALUE SPACES.
       01  WS-KEY-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-K-RELATION           PIC X(024).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-K-ROW-KEY            PIC X(050).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-K-POINTER            PIC X(030).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-K-PROBLEM            PIC X(020).
       01  WS-HASH-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-FILE-NAME          PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-PRIOR-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-ROW-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-PRIOR-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-HASH-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-CHANGE-PCT         PIC ZZZZ9.9-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-PRIOR-DATE         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-X-FLAG               PIC X(008).
           05  FILLER                  PIC X(028)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-CHECK-POSTINGS     THRU 2000-EXIT
           PERFORM 2100-CHECK-DENIALS      THRU 2100-EXIT
           PERFORM 2200-CHECK-REFUNDS      THRU 2200-EXIT
           PERFORM 2300-CHECK-CORN-INDEX   THRU 2300-EXIT
           PERFORM 2400-CHECK-MATCH-KEYS   THRU 2400-EXIT
           PERFORM 2500-CHECK-PERSONS      THRU 2500-EXIT
           PERFORM 2600-CHECK-SUSPENSE     THRU 2600-EXIT
           PERFORM 3000-COUNT-PARENTS      THRU 3000-EXIT
           PERFORM 4000-READ-HISTORY       THRU 4000-EXIT
               UNTIL WS-HIST-END-OF-FILE
           PERFORM 5000-WRITE-SUMMARY      THRU 5000-EXIT
           PERFORM 6000-WRITE-HASH-SECTION THRU 6000-EXIT
           PERFORM 7000-APPEND-HISTORY     THRU 7000-EXIT
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-RELATIONSHIP-COUNTS
                      WS-HASH-TABLE
           OPEN INPUT  PCD-POST-FILE
                       PCD-CRPM-MASTER
                       PCD-CRNX-MASTER
                       PCD-DNLM-MASTER
                       PCD-RFND-MASTER
                       PCD-EPIX-MASTER
                       PCD-EPIM-MASTER
                       PCD-SUSP-MASTER
                       PCD-JOBST-MASTER
                       PCD-HIST-FILE
           OPEN EXTEND PCD-ALERT-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE 'BAD POINTERS AND ORPHANS' TO WS-ST-TEXT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-SECTION-TITLE
           WRITE PCD-REPORT-LINE FROM WS-KEY-HEADING.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-2300 -- EVERY ROW THAT NAMES A CLAIM MUST FIND THAT      *
      **   CLAIM ON THE REPOSITORY.                                      *
      **----------------------------------------------------------------*
       2000-CHECK-POSTINGS.
           MOVE 1   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2010-CHECK-ONE-POSTING THRU 2010-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2010-CHECK-ONE-POSTING.
           READ PCD-POST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (1)
           ADD PCD-AR-POST-AMOUNT TO WS-HT-HASH-TOTAL (1)
           IF PCD-AR-POST-PAT-CNTL-NO = SPACES
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-AR-POST-PAT-CNTL-NO TO WS-FIND-PAT-CNTL-NO
           MOVE SPACES                  TO WS-FIND-PROC-DATE
           PERFORM 8000-FIND-CLAIM THRU 8000-EXIT
           IF NOT WS-CRPM-FOUND
               MOVE PCD-AR-POST-REC (1:42)  TO WS-K-ROW-KEY
               MOVE PCD-AR-POST-PAT-CNTL-NO TO WS-K-POINTER
               MOVE 'CLAIM NOT ON FILE'     TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2010-EXIT.
           EXIT.
       2100-CHECK-DENIALS.
           MOVE 2   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2110-CHECK-ONE-DENIAL THRU 2110-EXIT
               UNTIL WS-END-OF-FILE.
       2100-EXIT.
           EXIT.
       2110-CHECK-ONE-DENIAL.
           READ PCD-DNLM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (2)
           ADD PCD-DNLM-DENIED-AMT TO WS-HT-HASH-TOTAL (2)
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-DNLM-PAT-CNTL-NO TO WS-FIND-PAT-CNTL-NO
           MOVE SPACES               TO WS-FIND-PROC-DATE
           PERFORM 8000-FIND-CLAIM THRU 8000-EXIT
           IF NOT WS-CRPM-FOUND
               MOVE PCD-DNLM-KEY         TO WS-K-ROW-KEY
               MOVE PCD-DNLM-PAT-CNTL-NO TO WS-K-POINTER
               MOVE 'CLAIM NOT ON FILE'  TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2110-EXIT.
           EXIT.
       2200-CHECK-REFUNDS.
           MOVE 3   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2210-CHECK-ONE-REFUND THRU 2210-EXIT
               UNTIL WS-END-OF-FILE.
       2200-EXIT.
           EXIT.
       2210-CHECK-ONE-REFUND.
           READ PCD-RFND-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (3)
           ADD PCD-RFND-AMOUNT TO WS-HT-HASH-TOTAL (3)
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-RFND-PAT-CNTL-NO TO WS-FIND-PAT-CNTL-NO
           MOVE SPACES               TO WS-FIND-PROC-DATE
           PERFORM 8000-FIND-CLAIM THRU 8000-EXIT
           IF NOT WS-CRPM-FOUND
               MOVE PCD-RFND-KEY         TO WS-K-ROW-KEY
               MOVE PCD-RFND-PAT-CNTL-NO TO WS-K-POINTER
               MOVE 'CLAIM NOT ON FILE'  TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2300-CHECK-CORN-INDEX.
           MOVE 4   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2310-CHECK-ONE-CORN THRU 2310-EXIT
               UNTIL WS-END-OF-FILE.
       2300-EXIT.
           EXIT.
       2310-CHECK-ONE-CORN.
           READ PCD-CRNX-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (5)
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-CRNX-PAT-CNTL-NO TO WS-FIND-PAT-CNTL-NO
           MOVE PCD-CRNX-PROC-DATE   TO WS-FIND-PROC-DATE
           PERFORM 8000-FIND-CLAIM THRU 8000-EXIT
           IF NOT WS-CRPM-FOUND
               MOVE PCD-CRNX-CORN        TO WS-K-ROW-KEY
               MOVE PCD-CRNX-REC (21:26) TO WS-K-POINTER
               MOVE 'CLAIM NOT ON FILE'  TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2310-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-CHECK-MATCH-KEYS -- EVERY PCDEPIX MATCH KEY MUST LEAD TO *
      **   A PERSON ON PCDEPIM.                                          *
      **----------------------------------------------------------------*
       2400-CHECK-MATCH-KEYS.
           MOVE 5   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2410-CHECK-ONE-MATCH-KEY THRU 2410-EXIT
               UNTIL WS-END-OF-FILE.
       2400-EXIT.
           EXIT.
       2410-CHECK-ONE-MATCH-KEY.
           READ PCD-EPIX-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (6)
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-EPIX-PERSON-ID TO PCD-EPIM-PERSON-ID
           READ PCD-EPIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIM-FILE-STATUS
           END-READ
           IF NOT WS-EPIM-FOUND
              OR PCD-EPIX-PERSON-ID = ZERO
               MOVE PCD-EPIX-MATCH-KEY  TO WS-K-ROW-KEY
               MOVE PCD-EPIX-PERSON-ID  TO WS-K-POINTER
               MOVE 'PERSON NOT ON FILE' TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2410-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-CHECK-PERSONS -- PCD140 FILES EVERY PERSON UNDER THE     *
      **   MATCH KEY OF THE DEMOGRAPHICS ON THE PERSON ROW.  A PERSON    *
      **   THAT KEY DOES NOT LEAD BACK TO IS ORPHANED: NO NEW CLAIM      *
      **   WILL EVER MATCH TO IT.  PERSON ZERO IS THE CONTROL ROW.       *
      **----------------------------------------------------------------*
       2500-CHECK-PERSONS.
           MOVE 6   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO PCD-EPIM-PERSON-ID
           START PCD-EPIM-MASTER KEY IS NOT LESS THAN PCD-EPIM-PERSON-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2510-CHECK-ONE-PERSON THRU 2510-EXIT
               UNTIL WS-END-OF-FILE.
       2500-EXIT.
           EXIT.
       2510-CHECK-ONE-PERSON.
           READ PCD-EPIM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF PCD-EPIM-PERSON-ID = ZERO
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO WS-HT-ROW-COUNT (7)
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-EPIM-PAT-L-NAME TO PCD-EPIX-L-NAME
           MOVE PCD-EPIM-PAT-F-NAME TO PCD-EPIX-F-NAME
           MOVE PCD-EPIM-BIRTH-DATE TO PCD-EPIX-BIRTH-DATE
           MOVE PCD-EPIM-SEX        TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EPIX-FOUND
                   MOVE 'NO MATCH KEY'        TO WS-K-PROBLEM
               WHEN PCD-EPIX-PERSON-ID NOT = PCD-EPIM-PERSON-ID
                   MOVE 'KEY ON OTHER PERSON' TO WS-K-PROBLEM
               WHEN OTHER
                   GO TO 2510-EXIT
           END-EVALUATE
           MOVE PCD-EPIM-PERSON-ID TO WS-K-ROW-KEY
           MOVE PCD-EPIX-MATCH-KEY TO WS-K-POINTER
           PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT.
       2510-EXIT.
           EXIT.
       2600-CHECK-SUSPENSE.
           MOVE 7   TO WS-REL-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2610-CHECK-ONE-SUSPENSE THRU 2610-EXIT
               UNTIL WS-END-OF-FILE.
       2600-EXIT.
           EXIT.
       2610-CHECK-ONE-SUSPENSE.
           READ PCD-SUSP-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (8)
           IF PCD-SUSP-JOBNUM = SPACES
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-REL-CHECKED (WS-REL-SUB)
           MOVE PCD-SUSP-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-JOBST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-JOBST-FILE-STATUS
           END-READ
           IF NOT WS-JOBST-FOUND
               MOVE PCD-SUSP-KEY        TO WS-K-ROW-KEY
               MOVE PCD-SUSP-JOBNUM     TO WS-K-POINTER
               MOVE 'JOB NOT ON FILE'   TO WS-K-PROBLEM
               PERFORM 8100-WRITE-BAD-KEY THRU 8100-EXIT
           END-IF.
       2610-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-COUNT-PARENTS -- ROW COUNTS OF THE MASTERS THAT ARE      *
      **   ONLY POINTED AT.                                              *
      **----------------------------------------------------------------*
       3000-COUNT-PARENTS.
           MOVE 'N'        TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PCD-CRPM-KEY
           START PCD-CRPM-MASTER KEY IS NOT LESS THAN PCD-CRPM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-COUNT-ONE-CLAIM-ROW THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N'        TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PCD-JOBST-UNIQUE-JOBNUM
           START PCD-JOBST-MASTER
               KEY IS NOT LESS THAN PCD-JOBST-UNIQUE-JOBNUM
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3200-COUNT-ONE-JOB THRU 3200-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.
       3100-COUNT-ONE-CLAIM-ROW.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (4).
       3100-EXIT.
           EXIT.
       3200-COUNT-ONE-JOB.
           READ PCD-JOBST-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ
           ADD 1 TO WS-HT-ROW-COUNT (9).
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-READ-HISTORY -- THE LATEST EARLIER RUN FOR EACH FILE.    *
      **   ROWS FROM A RERUN TODAY ARE PASSED OVER.                      *
      **----------------------------------------------------------------*
       4000-READ-HISTORY.
           READ PCD-HIST-FILE INTO WS-HIST-REC
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF WS-H-RUN-DATE NOT < WS-RUN-DATE
               GO TO 4000-EXIT
           END-IF
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 9
               IF WS-HT-FILE-NAME (WS-HASH-SUB) = WS-H-FILE-NAME
                  AND WS-H-RUN-DATE NOT < WS-HT-PRIOR-DATE (WS-HASH-SUB)
                   MOVE WS-H-RUN-DATE
                       TO WS-HT-PRIOR-DATE  (WS-HASH-SUB)
                   MOVE WS-H-ROW-COUNT
                       TO WS-HT-PRIOR-COUNT (WS-HASH-SUB)
                   MOVE WS-H-HASH-TOTAL
                       TO WS-HT-PRIOR-TOTAL (WS-HASH-SUB)
               END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.
       5000-WRITE-SUMMARY.
           MOVE 'RELATIONSHIPS CHECKED' TO WS-ST-TEXT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-SECTION-TITLE
           WRITE PCD-REPORT-LINE FROM WS-SUMMARY-HEADING
           PERFORM 5100-WRITE-ONE-RELATIONSHIP THRU 5100-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > 7.
       5000-EXIT.
           EXIT.
       5100-WRITE-ONE-RELATIONSHIP.
           MOVE WS-REL-NAME    (WS-REL-SUB) TO WS-S-RELATION
           MOVE WS-REL-CHECKED (WS-REL-SUB) TO WS-S-CHECKED
           MOVE WS-REL-BROKEN  (WS-REL-SUB) TO WS-S-BROKEN
           IF WS-REL-BROKEN (WS-REL-SUB) = ZERO
               MOVE 'OK'     TO WS-S-RESULT
           ELSE
               MOVE 'BROKEN' TO WS-S-RESULT
               ADD 1 TO WS-BROKEN-RELATIONSHIPS
               MOVE SPACES TO PCD-ALERT-REC
               MOVE 'RIBRKN'             TO PCD-ALERT-CODE
               STRING 'RELATIONSHIP BROKEN - '  DELIMITED BY SIZE
                      WS-REL-NAME (WS-REL-SUB)  DELIMITED BY SIZE
                      ' - SEE PCDRIVRP'         DELIMITED BY SIZE
                   INTO PCD-ALERT-TEXT
               SET PCD-ALERT-CRITICAL    TO TRUE
               PERFORM 8200-WRITE-ALERT THRU 8200-EXIT
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-SUMMARY-DETAIL.
       5100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-WRITE-HASH-SECTION -- THIS RUN AGAINST THE PRIOR ONE.    *
      **   A FILE WITH NO PRIOR ROW IS SHOWN BUT NOT JUDGED.             *
      **----------------------------------------------------------------*
       6000-WRITE-HASH-SECTION.
           MOVE 'ROW COUNTS AND HASH TOTALS AGAINST THE PRIOR RUN'
               TO WS-ST-TEXT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-SECTION-TITLE
           WRITE PCD-REPORT-LINE FROM WS-HASH-HEADING
           PERFORM 6100-WRITE-ONE-FILE THRU 6100-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 9.
       6000-EXIT.
           EXIT.
       6100-WRITE-ONE-FILE.
           MOVE 'N' TO WS-REVIEW-SW
           MOVE ZERO TO WS-CHANGE-PCT
           MOVE WS-HT-FILE-NAME  (WS-HASH-SUB) TO WS-X-FILE-NAME
           MOVE WS-HT-ROW-COUNT  (WS-HASH-SUB) TO WS-X-ROW-COUNT
           MOVE WS-HT-HASH-TOTAL (WS-HASH-SUB) TO WS-X-HASH-TOTAL
           MOVE WS-HT-PRIOR-COUNT (WS-HASH-SUB) TO WS-X-PRIOR-COUNT
           MOVE WS-HT-PRIOR-TOTAL (WS-HASH-SUB) TO WS-X-PRIOR-TOTAL
           MOVE SPACES TO WS-X-FLAG
           IF WS-HT-PRIOR-DATE (WS-HASH-SUB) = ZERO
               MOVE 'NONE'   TO WS-X-PRIOR-DATE
           ELSE
               MOVE WS-HT-PRIOR-DATE (WS-HASH-SUB) TO WS-X-PRIOR-DATE
               PERFORM 6150-COMPARE-PRIOR THRU 6150-EXIT
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-HASH-DETAIL.
       6100-EXIT.
           EXIT.
       6150-COMPARE-PRIOR.
           IF WS-HT-PRIOR-COUNT (WS-HASH-SUB) > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-HT-ROW-COUNT (WS-HASH-SUB)
                  - WS-HT-PRIOR-COUNT (WS-HASH-SUB)) * 100
                  / WS-HT-PRIOR-COUNT (WS-HASH-SUB)
               PERFORM 6200-JUDGE-CHANGE THRU 6200-EXIT
           END-IF
           IF WS-HT-PRIOR-TOTAL (WS-HASH-SUB) NOT = ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-HT-HASH-TOTAL (WS-HASH-SUB)
                  - WS-HT-PRIOR-TOTAL (WS-HASH-SUB)) * 100
                  / WS-HT-PRIOR-TOTAL (WS-HASH-SUB)
               PERFORM 6200-JUDGE-CHANGE THRU 6200-EXIT
           END-IF
           MOVE WS-CHANGE-PCT TO WS-X-CHANGE-PCT
           IF WS-NEEDS-REVIEW
               MOVE '*REVIEW*' TO WS-X-FLAG
               ADD 1 TO WS-HASH-WARNINGS
               MOVE SPACES TO PCD-ALERT-REC
               MOVE 'RIHASH'             TO PCD-ALERT-CODE
               STRING 'COUNT/HASH TOTAL MOVED PAST TOLERANCE - '
                          DELIMITED BY SIZE
                      WS-HT-FILE-NAME (WS-HASH-SUB)
                          DELIMITED BY SIZE
                   INTO PCD-ALERT-TEXT
               SET PCD-ALERT-WARNING     TO TRUE
               PERFORM 8200-WRITE-ALERT THRU 8200-EXIT
           END-IF.
       6150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6200-JUDGE-CHANGE -- THE COUNT IS JUDGED FIRST, THEN THE      *
      **   MONEY TOTAL; THE PERCENT SHOWN IS THE LAST ONE JUDGED.        *
      **----------------------------------------------------------------*
       6200-JUDGE-CHANGE.
           IF WS-CHANGE-PCT > WS-HASH-TOLERANCE-PCT
              OR WS-CHANGE-PCT < ZERO - WS-HASH-TOLERANCE-PCT
               SET WS-NEEDS-REVIEW TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.
       7000-APPEND-HISTORY.
           CLOSE PCD-HIST-FILE
           OPEN EXTEND PCD-HIST-FILE
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 9
               MOVE SPACES                         TO WS-HIST-REC
               MOVE WS-RUN-DATE                    TO WS-H-RUN-DATE
               MOVE WS-HT-FILE-NAME  (WS-HASH-SUB) TO WS-H-FILE-NAME
               MOVE WS-HT-ROW-COUNT  (WS-HASH-SUB) TO WS-H-ROW-COUNT
               MOVE WS-HT-HASH-TOTAL (WS-HASH-SUB) TO WS-H-HASH-TOTAL
               WRITE FD-HIST-REC FROM WS-HIST-REC
           END-PERFORM.
       7000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-FIND-CLAIM -- ANY REPOSITORY ROW FOR THE PATIENT CONTROL *
      **   NUMBER (AND PROCESSING DATE, WHEN ONE IS GIVEN).              *
      **----------------------------------------------------------------*
       8000-FIND-CLAIM.
           MOVE '23'                TO WS-CRPM-FILE-STATUS
           MOVE WS-FIND-PAT-CNTL-NO TO PCD-CRPM-PAT-CNTL-NO
           IF WS-FIND-PROC-DATE = SPACES
               MOVE LOW-VALUES        TO PCD-CRPM-PROC-DATE
           ELSE
               MOVE WS-FIND-PROC-DATE TO PCD-CRPM-PROC-DATE
           END-IF
           MOVE ZERO                TO PCD-CRPM-REC-SEQ
           START PCD-CRPM-MASTER KEY IS NOT LESS THAN PCD-CRPM-KEY
               INVALID KEY
                   GO TO 8000-EXIT
           END-START
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   GO TO 8000-EXIT
           END-READ
           IF PCD-CRPM-PAT-CNTL-NO NOT = WS-FIND-PAT-CNTL-NO
               GO TO 8000-EXIT
           END-IF
           IF WS-FIND-PROC-DATE NOT = SPACES
              AND PCD-CRPM-PROC-DATE NOT = WS-FIND-PROC-DATE
               GO TO 8000-EXIT
           END-IF
           MOVE '00'                TO WS-CRPM-FILE-STATUS.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8100-WRITE-BAD-KEY -- COUNTED ALWAYS; LISTED UP TO THE LIMIT  *
      **   PER RELATIONSHIP SO ONE MASS BREAK DOES NOT BURY THE REST.    *
      **----------------------------------------------------------------*
       8100-WRITE-BAD-KEY.
           ADD 1 TO WS-REL-BROKEN (WS-REL-SUB)
           MOVE WS-REL-NAME (WS-REL-SUB) TO WS-K-RELATION
           IF WS-REL-BROKEN (WS-REL-SUB) > WS-KEYS-LISTED-MAX + 1
               GO TO 8100-EXIT
           END-IF
           IF WS-REL-BROKEN (WS-REL-SUB) = WS-KEYS-LISTED-MAX + 1
               MOVE 'LISTING LIMIT REACHED - REST IN COUNT ONLY'
                   TO WS-K-ROW-KEY
               MOVE SPACES TO WS-K-POINTER
                              WS-K-PROBLEM
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-KEY-DETAIL
           MOVE SPACES TO WS-K-ROW-KEY
                          WS-K-POINTER
                          WS-K-PROBLEM.
       8100-EXIT.
           EXIT.
       8200-WRITE-ALERT.
           MOVE WS-RUN-DATE         TO PCD-ALERT-DATE
           MOVE 'PCD176'            TO PCD-ALERT-SOURCE-PGM
           MOVE PCD-ALERT-REC       TO FD-ALERT-REC
           WRITE FD-ALERT-REC
           ADD 1 TO WS-ALERT-COUNT.
       8200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-POST-FILE
                 PCD-CRPM-MASTER
                 PCD-CRNX-MASTER
                 PCD-DNLM-MASTER
                 PCD-RFND-MASTER
                 PCD-EPIX-MASTER
                 PCD-EPIM-MASTER
                 PCD-SUSP-MASTER
                 PCD-JOBST-MASTER
                 PCD-HIST-FILE
                 PCD-ALERT-FILE
                 PCD-REPORT-FILE
           DISPLAY 'PCD176 - RELATIONSHIPS BROKEN:    '
               WS-BROKEN-RELATIONSHIPS
           DISPLAY 'PCD176 - TOTALS OUT OF TOLERANCE: '
               WS-HASH-WARNINGS
           DISPLAY 'PCD176 - ALERTS RAISED:           ' WS-ALERT-COUNT.
       9000-EXIT.
           EXIT.
