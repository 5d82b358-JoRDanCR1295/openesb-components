      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD202           SYSTEM: PCDS                     *
      **    PROVIDER BILLING-PATTERN PEER REVIEW AND IMPOSSIBLE DAYS   *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  MONTHLY RUN OVER   *
      **                          THE MONTH'S CLAIMS (CLAIMIN),        *
      **                          COUNTING SERVICE LINES DATED IN THE  *
      **                          MONTH NAMED ON THE PCDSIUP CARD.     *
      **                          EACH RENDERING NPI IS RANKED AGAINST *
      **                          THE OTHER PROVIDERS OF ITS           *
      **                          B0-BP-SPEC-CD ON HIGH-LEVEL OFFICE   *
      **                          E/M SHARE, UNITS PER CLAIM AND       *
      **                          MODIFIER 25/59 USE; A PROVIDER AT OR *
      **                          ABOVE THE PEER PERCENTILE ON ANY     *
      **                          MEASURE GOES TO THE PCDSIURP         *
      **                          SPECIAL-INVESTIGATIONS REPORT WITH   *
      **                          ITS E/M LEVEL DISTRIBUTION AND CLAIM *
      **                          LIST.  TIMED MINUTES (PCDTMPC, OR    *
      **                          ANESTHESIA MINUTES) ARE TOTALLED PER *
      **                          PROVIDER PER DAY ACROSS ALL CLAIMS,  *
      **                          AND EACH DAY OVER 24 HOURS IS        *
      **                          REPORTED WITH ITS LINES.             *
      ** RTC    10/15/26          A DAY WITHIN THE LIMIT CLEARS ITS   *
      **                          COUNTERS AND LEAVES THROUGH         *
      **                          4500-EXIT; THE 4500-RESET LABEL IS  *
      **                          GONE.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD202.
       AUTHOR.        CLAIM EDIT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE     ASSIGN TO PCDSIUP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-TMPC-FILE     ASSIGN TO PCDTMPC
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDSIURP
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-TMPC-FILE
           RECORDING MODE IS F.
       01  FD-TMPC-REC                PIC X(080).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
      **----------------------------------------------------------------*
      **   SECTION 1 IS ONE SUMMARY PER CLAIM, SECTION 2 ONE PER TIMED   *
      **   SERVICE LINE.                                                 *
      **----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-SECTION             PIC X(001).
               88  SD-CLAIM-SUMMARY              VALUE '1'.
               88  SD-TIMED-LINE                 VALUE '2'.
           05  SD-NPI                 PIC X(010).
           05  SD-SVC-DATE            PIC 9(008).
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-PROC-CODE           PIC X(005).
           05  SD-LINES               PIC 9(003).
           05  SD-UNITS               PIC 9(005)V9.
           05  SD-MINUTES             PIC 9(007).
           05  SD-EM-LEVEL            PIC X(001).
           05  SD-MOD25-SW            PIC X(001).
           05  SD-MOD59-SW            PIC X(001).
           05  SD-CHARGE              PIC S9(007)V99.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTMPC.
      *****************************************************************
      *  A PROVIDER IS RANKED ONCE IT HAS THE MINIMUM CLAIMS IN THE   *
      *  MONTH, AGAINST A SPECIALTY WITH AT LEAST THE MINIMUM OTHER   *
      *  RANKED PROVIDERS.  A DAY OVER 24 HOURS OF TIMED SERVICE IS   *
      *  IMPOSSIBLE.                                                  *
      *****************************************************************
       77  WS-MIN-CLAIMS               PIC 9(005)  COMP  VALUE 10.
       77  WS-MIN-PEERS                PIC 9(005)  COMP  VALUE 4.
       77  WS-DAY-MINUTE-LIMIT         PIC 9(007)  COMP  VALUE 1440.
       77  WS-PEER-PERCENTILE          PIC 9(003)  VALUE 95.
       77  WS-PARM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PARM-END-OF-FILE                 VALUE 'Y'.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-TMPC-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-TMPC-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-TABLE-FULL-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-PROVIDER-TABLE-FULL              VALUE 'Y'.
       77  WS-PRINT-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-PRINT-PROVIDER                   VALUE 'Y'.
       77  WS-DAY-HEAD-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-DAY-HEADING-DONE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-SPEC             PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-NAME             PIC X(018)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-PREV-NPI                 PIC X(010)  VALUE SPACES.
       77  WS-PREV-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-LINE-UNITS               PIC 9(005)V9 VALUE ZERO.
       77  WS-LINE-MINUTES             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINE-MOD25-SW            PIC X(001)  VALUE 'N'.
       77  WS-LINE-MOD59-SW            PIC X(001)  VALUE 'N'.
       77  WS-MOD-SUB                  PIC 9(001)  COMP  VALUE ZERO.
       77  WS-TM-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TM-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TM-FOUND-SUB             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PV-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PV-PEER-SUB              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PV-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PV-CUR-SUB               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PV-FOUND-SUB             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SP-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SP-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SP-FOUND-SUB             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-LV-SUB                   PIC 9(001)  COMP  VALUE ZERO.
       77  WS-DY-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DY-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DY-OVERFLOW              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-DAY-MINUTES              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PEERS                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-EM-LOWER                 PIC 9(005)  COMP  VALUE ZERO.
       77  WS-UNIT-LOWER               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MOD-LOWER                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-IN-MONTH          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TIMED-LINES              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PROVIDERS-RANKED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PEER-OUTLIERS            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-IMPOSSIBLE-DAYS          PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE ANALYSIS MONTH COMES OFF THE PCDSIUP CARD AS MMYY, WITH   *
      **   AN OPTIONAL PEER PERCENTILE IN COLUMNS 5-6.                   *
      **----------------------------------------------------------------*
       01  WS-PARM-CARD.
           05  WS-PARM-MM              PIC X(002).
           05  WS-PARM-YY              PIC X(002).
           05  WS-PARM-PERCENTILE-X    PIC X(002).
           05  WS-PARM-PERCENTILE REDEFINES WS-PARM-PERCENTILE-X
                                       PIC 9(002).
           05  FILLER                  PIC X(074).
       01  WS-ANALYSIS-MONTH.
           05  WS-AM-CC                PIC X(002)  VALUE '20'.
           05  WS-AM-YY                PIC X(002)  VALUE SPACES.
           05  WS-AM-MM                PIC X(002)  VALUE SPACES.
       01  WS-PROC-WORK.
           05  WS-PW-FAMILY            PIC X(004).
               88  WS-PW-OFFICE-EM             VALUE '9920' '9921'.
           05  WS-PW-LEVEL-X           PIC X(001).
           05  WS-PW-LEVEL REDEFINES WS-PW-LEVEL-X
                                       PIC 9(001).
      **----------------------------------------------------------------*
      **   THE CURRENT CLAIM, COUNTING ONLY LINES IN THE MONTH.          *
      **----------------------------------------------------------------*
       01  WS-CLAIM-WORK.
           05  WS-CW-SVC-DATE          PIC 9(008).
           05  WS-CW-LINES             PIC 9(003)  COMP.
           05  WS-CW-UNITS             PIC 9(005)V9.
           05  WS-CW-CHARGE            PIC S9(007)V99 COMP-3.
           05  WS-CW-EM-LEVEL          PIC X(001).
           05  WS-CW-MOD25-SW          PIC X(001).
           05  WS-CW-MOD59-SW          PIC X(001).
       01  WS-TIMED-PROC-TABLE.
           05  WS-TM-ENTRY OCCURS 500 TIMES.
               10  WS-TM-PROC-CODE     PIC X(005).
               10  WS-TM-MINUTES       PIC 9(003).
      **----------------------------------------------------------------*
      **   ONE ENTRY PER RENDERING NPI; THE SPECIALTY IS THE ONE ON THE  *
      **   FIRST BATCH HEADER THE NPI APPEARS UNDER.                     *
      **----------------------------------------------------------------*
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY OCCURS 2000 TIMES.
               10  WS-PV-NPI           PIC X(010).
               10  WS-PV-SPEC          PIC X(003).
               10  WS-PV-NAME          PIC X(018).
               10  WS-PV-CLAIMS        PIC 9(005)  COMP.
               10  WS-PV-LINES         PIC 9(007)  COMP.
               10  WS-PV-UNITS         PIC 9(007)V9 COMP-3.
               10  WS-PV-EM-VISITS     PIC 9(005)  COMP.
               10  WS-PV-EM-LEVEL      PIC 9(005)  COMP
                                       OCCURS 5 TIMES.
               10  WS-PV-MOD25         PIC 9(005)  COMP.
               10  WS-PV-MOD59         PIC 9(005)  COMP.
               10  WS-PV-MOD-LINES     PIC 9(005)  COMP.
               10  WS-PV-HI-PCT        PIC 9(003)V9 COMP-3.
               10  WS-PV-UNITS-PER     PIC 9(005)V99 COMP-3.
               10  WS-PV-MOD-PCT       PIC 9(003)V9 COMP-3.
               10  WS-PV-RANKED-SW     PIC X(001).
                   88  WS-PV-RANKED                VALUE 'Y'.
               10  WS-PV-EM-RANK       PIC 9(003)  COMP.
               10  WS-PV-UNIT-RANK     PIC 9(003)  COMP.
               10  WS-PV-MOD-RANK      PIC 9(003)  COMP.
               10  WS-PV-EM-FLAG       PIC X(001).
               10  WS-PV-UNIT-FLAG     PIC X(001).
               10  WS-PV-MOD-FLAG      PIC X(001).
               10  WS-PV-OUTLIER-SW    PIC X(001).
                   88  WS-PV-OUTLIER               VALUE 'Y'.
      **----------------------------------------------------------------*
      **   PEER NORMS: THE AVERAGE OF EACH MEASURE ACROSS THE RANKED     *
      **   PROVIDERS OF ONE SPECIALTY.                                   *
      **----------------------------------------------------------------*
       01  WS-SPECIALTY-TABLE.
           05  WS-SP-ENTRY OCCURS 300 TIMES.
               10  WS-SP-SPEC          PIC X(003).
               10  WS-SP-PROVIDERS     PIC 9(005)  COMP.
               10  WS-SP-HI-PCT-SUM    PIC 9(009)V9 COMP-3.
               10  WS-SP-UNITS-SUM     PIC 9(009)V99 COMP-3.
               10  WS-SP-MOD-PCT-SUM   PIC 9(009)V9 COMP-3.
               10  WS-SP-HI-PCT-AVG    PIC 9(003)V9 COMP-3.
               10  WS-SP-UNITS-AVG     PIC 9(005)V99 COMP-3.
               10  WS-SP-MOD-PCT-AVG   PIC 9(003)V9 COMP-3.
      **----------------------------------------------------------------*
      **   THE TIMED LINES OF ONE PROVIDER-DAY, HELD UNTIL THE DAY'S     *
      **   TOTAL IS KNOWN.                                               *
      **----------------------------------------------------------------*
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 200 TIMES.
               10  WS-DY-PAT-CNTL-NO   PIC X(017).
               10  WS-DY-PROC-CODE     PIC X(005).
               10  WS-DY-UNITS         PIC 9(005)V9.
               10  WS-DY-MINUTES       PIC 9(007).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD202 - PROVIDER BILLING-PATTERN PEER REVIEW'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-PARM-LINE.
           05  FILLER                  PIC X(016)  VALUE
               ' ANALYSIS MONTH '.
           05  WS-PL-MONTH             PIC X(006).
           05  FILLER                  PIC X(019)  VALUE
               '   PEER PERCENTILE '.
           05  WS-PL-PERCENTILE        PIC ZZ9.
           05  FILLER                  PIC X(088)  VALUE SPACES.
       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-SH-TEXT              PIC X(060).
           05  FILLER                  PIC X(071)  VALUE SPACES.
       01  WS-PROVIDER-LINE.
           05  FILLER                  PIC X(010)  VALUE ' PROVIDER '.
           05  WS-PR-NPI               PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-PR-NAME              PIC X(018).
           05  FILLER                  PIC X(007)  VALUE '  SPEC '.
           05  WS-PR-SPEC              PIC X(003).
           05  FILLER                  PIC X(009)  VALUE '  CLAIMS '.
           05  WS-PR-CLAIMS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(008)  VALUE '  LINES '.
           05  WS-PR-LINES             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(008)  VALUE '  UNITS '.
           05  WS-PR-UNITS             PIC ZZZ,ZZ9.9.
           05  FILLER                  PIC X(035)  VALUE SPACES.
       01  WS-EM-LINE.
           05  FILLER                  PIC X(014)  VALUE
               '   E/M VISITS '.
           05  WS-EM-VISITS            PIC ZZ,ZZ9.
           05  WS-EM-LEVEL-GROUP OCCURS 5 TIMES.
               10  FILLER              PIC X(004)  VALUE '   L'.
               10  WS-EM-LEVEL-NO      PIC 9(001).
               10  FILLER              PIC X(001)  VALUE SPACES.
               10  WS-EM-LEVEL-COUNT   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(016)  VALUE
               '   MODIFIER 25 '.
           05  WS-EM-MOD25             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(016)  VALUE
               '   MODIFIER 59 '.
           05  WS-EM-MOD59             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(008)  VALUE SPACES.
       01  WS-MEASURE-LINE.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-ME-LABEL             PIC X(022).
           05  FILLER                  PIC X(010)  VALUE ' PROVIDER '.
           05  WS-ME-PROVIDER          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(014)  VALUE
               '   PEER AVG   '.
           05  WS-ME-PEER-AVG          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(016)  VALUE
               '   PERCENTILE   '.
           05  WS-ME-RANK              PIC ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-ME-FLAG              PIC X(012).
           05  FILLER                  PIC X(031)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '      PAT CNTL NO        SVC DATE  LNS     UNITS  '.
           05  FILLER                  PIC X(050)  VALUE
               ' E/M    M25   M59       CHARGE                    '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-CLAIM-LINE.
           05  FILLER                  PIC X(006)  VALUE SPACES.
           05  WS-CL-PAT-CNTL-NO       PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-CL-SVC-DATE          PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-CL-LINES             PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-CL-UNITS             PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-CL-EM-LEVEL          PIC X(001).
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-CL-MOD25             PIC X(003).
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-CL-MOD59             PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-CL-CHARGE            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(052)  VALUE SPACES.
       01  WS-DAY-LINE.
           05  FILLER                  PIC X(010)  VALUE ' PROVIDER '.
           05  WS-DA-NPI               PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-DA-NAME              PIC X(018).
           05  FILLER                  PIC X(007)  VALUE '  SPEC '.
           05  WS-DA-SPEC              PIC X(003).
           05  FILLER                  PIC X(007)  VALUE '  DATE '.
           05  WS-DA-SVC-DATE          PIC 9(008).
           05  FILLER                  PIC X(010)  VALUE '  MINUTES '.
           05  WS-DA-MINUTES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(008)  VALUE '  HOURS '.
           05  WS-DA-HOURS             PIC ZZ9.9.
           05  FILLER                  PIC X(037)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '      PAT CNTL NO        PROC      UNITS  MINUTES '.
           05  FILLER                  PIC X(050)  VALUE SPACES.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-TIMED-LINE.
           05  FILLER                  PIC X(006)  VALUE SPACES.
           05  WS-TL-PAT-CNTL-NO       PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-TL-PROC-CODE         PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-TL-UNITS             PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-TL-MINUTES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(083)  VALUE SPACES.
       01  WS-REPORT-HEADING-4.
           05  FILLER                  PIC X(050)  VALUE
               ' SPEC  PROVIDERS HI E/M%   UNITS/CLM     MOD%     '.
           05  FILLER                  PIC X(050)  VALUE SPACES.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-NORM-LINE.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-NO-SPEC              PIC X(003).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-NO-PROVIDERS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-NO-HI-PCT            PIC ZZ9.9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-NO-UNITS             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-NO-MOD-PCT           PIC ZZ9.9.
           05  FILLER                  PIC X(087)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(091)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-SECTION
               ON ASCENDING KEY SD-NPI
               ON ASCENDING KEY SD-SVC-DATE
               ON ASCENDING KEY SD-PAT-CNTL-NO
               INPUT PROCEDURE  2000-SCAN-CLAIMS    THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-REVIEW   THRU 4000-EXIT
           PERFORM 9000-TERMINATE  THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- WITH NO CARD THE RUN DATE'S OWN MONTH IS   *
      **   ANALYSED, AS THE PCD126 INVOICE RUN DOES.                     *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-CARD
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE INTO WS-PARM-CARD
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ
           CLOSE PCD-PARM-FILE
           IF WS-PARM-END-OF-FILE
            OR WS-PARM-MM = SPACES
               MOVE WS-RUN-DATE (5:2) TO WS-AM-MM
               MOVE WS-RUN-DATE (3:2) TO WS-AM-YY
           ELSE
               MOVE WS-PARM-MM        TO WS-AM-MM
               MOVE WS-PARM-YY        TO WS-AM-YY
           END-IF
           IF WS-PARM-PERCENTILE-X NUMERIC
              AND WS-PARM-PERCENTILE > ZERO
               MOVE WS-PARM-PERCENTILE TO WS-PEER-PERCENTILE
           END-IF
           OPEN INPUT  PCD-TMPC-FILE
           PERFORM 1200-READ-TMPC-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-CODE  THRU 1300-EXIT
               UNTIL WS-TMPC-END-OF-FILE
           CLOSE PCD-TMPC-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE        TO WS-H1-RUN-DATE
           MOVE WS-ANALYSIS-MONTH  TO WS-PL-MONTH
           MOVE WS-PEER-PERCENTILE TO WS-PL-PERCENTILE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-PARM-LINE.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-TMPC-FILE.
           READ PCD-TMPC-FILE INTO PCD-TMPC-REC
               AT END
                   SET WS-TMPC-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-CODE.
           IF WS-TM-COUNT = 500
               DISPLAY 'PCD202 - TIMED PROCEDURE TABLE FULL AT 500 - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-TMPC-PROC-CODE NOT = SPACES
              AND PCD-TMPC-UNIT-MINUTES NUMERIC
               ADD 1 TO WS-TM-COUNT
               MOVE PCD-TMPC-PROC-CODE
                   TO WS-TM-PROC-CODE (WS-TM-COUNT)
               MOVE PCD-TMPC-UNIT-MINUTES
                   TO WS-TM-MINUTES   (WS-TM-COUNT)
           END-IF
           PERFORM 1200-READ-TMPC-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-CLAIMS -- SORT INPUT PROCEDURE.  ONE PASS OF THE    *
      **   MONTH'S CLAIMS.  ONLY SERVICE LINES DATED IN THE ANALYSIS     *
      **   MONTH ARE COUNTED.                                            *
      **----------------------------------------------------------------*
       2000-SCAN-CLAIMS.
           OPEN INPUT PCD-CLAIM-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           PERFORM 2100-PROCESS-RECORD  THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           CLOSE PCD-CLAIM-FILE.
       2000-EXIT.
           EXIT.
       2100-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE B0-NPI         TO WS-CURRENT-NPI
                   MOVE B0-BP-SPEC-CD  TO WS-CURRENT-SPEC
                   IF B0-IND-PROV-LNAME NOT = SPACES
                       MOVE B0-IND-PROV-LNAME TO WS-CURRENT-NAME
                   ELSE
                       MOVE B0-BP-ORG-NAME    TO WS-CURRENT-NAME
                   END-IF
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-OPEN TO TRUE
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE ZERO   TO WS-CW-SVC-DATE
                                  WS-CW-LINES
                                  WS-CW-UNITS
                                  WS-CW-CHARGE
                   MOVE SPACES TO WS-CW-EM-LEVEL
                   MOVE 'N'    TO WS-CW-MOD25-SW
                                  WS-CW-MOD59-SW
                   PERFORM 2200-FIND-PROVIDER THRU 2200-EXIT
               WHEN F0-REC
                   IF WS-CLAIM-OPEN
                      AND WS-PV-CUR-SUB > ZERO
                      AND F0-FROM-DATE-X NUMERIC
                      AND F0-FROM-DATE-X (1:6) = WS-ANALYSIS-MONTH
                       PERFORM 2300-COUNT-LINE THRU 2300-EXIT
                   END-IF
               WHEN A0-FILE-HEADER-REC
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
               WHEN CLAIM-RECS
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-END-OF-CHAIN -- A CLAIM WITH ANY LINE IN THE MONTH       *
      **   COUNTS ONCE FOR ITS PROVIDER AND IS RELEASED AS A SUMMARY     *
      **   FOR THE SUPPORTING CLAIM LIST.                                *
      **----------------------------------------------------------------*
       2150-END-OF-CHAIN.
           IF WS-CLAIM-OPEN
              AND WS-CW-LINES > ZERO
               ADD 1 TO WS-CLAIMS-IN-MONTH
               ADD 1 TO WS-PV-CLAIMS (WS-PV-CUR-SUB)
               MOVE SPACES                 TO SD-SORT-REC
               SET SD-CLAIM-SUMMARY        TO TRUE
               MOVE WS-CURRENT-NPI         TO SD-NPI
               MOVE WS-CW-SVC-DATE         TO SD-SVC-DATE
               MOVE WS-CURRENT-PAT-CNTL-NO TO SD-PAT-CNTL-NO
               MOVE WS-CW-LINES            TO SD-LINES
               MOVE WS-CW-UNITS            TO SD-UNITS
               MOVE ZERO                   TO SD-MINUTES
               MOVE WS-CW-EM-LEVEL         TO SD-EM-LEVEL
               MOVE WS-CW-MOD25-SW         TO SD-MOD25-SW
               MOVE WS-CW-MOD59-SW         TO SD-MOD59-SW
               MOVE WS-CW-CHARGE           TO SD-CHARGE
               RELEASE SD-SORT-REC
           END-IF
           MOVE 'N'  TO WS-CLAIM-SWITCH
           MOVE ZERO TO WS-CW-LINES.
       2150-EXIT.
           EXIT.
       2200-FIND-PROVIDER.
           MOVE ZERO TO WS-PV-CUR-SUB
           IF WS-CURRENT-NPI = SPACES
               GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
                      OR WS-PV-CUR-SUB > ZERO
               IF WS-PV-NPI (WS-PV-SUB) = WS-CURRENT-NPI
                   MOVE WS-PV-SUB TO WS-PV-CUR-SUB
               END-IF
           END-PERFORM
           IF WS-PV-CUR-SUB > ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-PV-COUNT NOT < 2000
               IF NOT WS-PROVIDER-TABLE-FULL
                   SET WS-PROVIDER-TABLE-FULL TO TRUE
                   DISPLAY 'PCD202 - PROVIDER TABLE FULL AT '
                       WS-CURRENT-NPI
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-PV-COUNT
           MOVE WS-PV-COUNT     TO WS-PV-CUR-SUB
           MOVE WS-CURRENT-NPI  TO WS-PV-NPI  (WS-PV-CUR-SUB)
           MOVE WS-CURRENT-SPEC TO WS-PV-SPEC (WS-PV-CUR-SUB)
           MOVE WS-CURRENT-NAME TO WS-PV-NAME (WS-PV-CUR-SUB)
           MOVE ZERO TO WS-PV-CLAIMS     (WS-PV-CUR-SUB)
                        WS-PV-LINES      (WS-PV-CUR-SUB)
                        WS-PV-UNITS      (WS-PV-CUR-SUB)
                        WS-PV-EM-VISITS  (WS-PV-CUR-SUB)
                        WS-PV-MOD25      (WS-PV-CUR-SUB)
                        WS-PV-MOD59      (WS-PV-CUR-SUB)
                        WS-PV-MOD-LINES  (WS-PV-CUR-SUB)
                        WS-PV-HI-PCT     (WS-PV-CUR-SUB)
                        WS-PV-UNITS-PER  (WS-PV-CUR-SUB)
                        WS-PV-MOD-PCT    (WS-PV-CUR-SUB)
                        WS-PV-EM-RANK    (WS-PV-CUR-SUB)
                        WS-PV-UNIT-RANK  (WS-PV-CUR-SUB)
                        WS-PV-MOD-RANK   (WS-PV-CUR-SUB)
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > 5
               MOVE ZERO TO WS-PV-EM-LEVEL (WS-PV-CUR-SUB, WS-LV-SUB)
           END-PERFORM
           MOVE 'N'    TO WS-PV-RANKED-SW (WS-PV-CUR-SUB)
                          WS-PV-OUTLIER-SW (WS-PV-CUR-SUB)
           MOVE SPACES TO WS-PV-EM-FLAG   (WS-PV-CUR-SUB)
                          WS-PV-UNIT-FLAG (WS-PV-CUR-SUB)
                          WS-PV-MOD-FLAG  (WS-PV-CUR-SUB).
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-COUNT-LINE -- OFFICE E/M LEVELS COME FROM THE LAST DIGIT *
      **   OF 9920X/9921X.  59 AND ITS X{EPSU} SUBSETS COUNT AS 59.      *
      **   A LINE WITH NO UNITS COUNTS AS ONE.                           *
      **----------------------------------------------------------------*
       2300-COUNT-LINE.
           IF WS-CW-LINES = ZERO
               MOVE F0-FROM-DATE-X TO WS-CW-SVC-DATE
           END-IF
           ADD 1 TO WS-CW-LINES
           ADD 1 TO WS-PV-LINES (WS-PV-CUR-SUB)
           MOVE 1 TO WS-LINE-UNITS
           IF F0-SERVICE-UNIT-X NUMERIC
              AND F0-SERVICE-UNIT > ZERO
               MOVE F0-SERVICE-UNIT TO WS-LINE-UNITS
           END-IF
           ADD WS-LINE-UNITS TO WS-CW-UNITS
                                WS-PV-UNITS (WS-PV-CUR-SUB)
           IF F0-LINE-CHRG NUMERIC
               ADD F0-LINE-CHRG TO WS-CW-CHARGE
           END-IF
           MOVE F0-PROC-CODE TO WS-PROC-WORK
           IF WS-PW-OFFICE-EM
              AND WS-PW-LEVEL-X NUMERIC
              AND WS-PW-LEVEL > ZERO
               ADD 1 TO WS-PV-EM-VISITS (WS-PV-CUR-SUB)
               ADD 1 TO WS-PV-EM-LEVEL  (WS-PV-CUR-SUB, WS-PW-LEVEL)
               IF WS-PW-LEVEL-X > WS-CW-EM-LEVEL
                  OR WS-CW-EM-LEVEL = SPACES
                   MOVE WS-PW-LEVEL-X TO WS-CW-EM-LEVEL
               END-IF
           END-IF
           MOVE 'N' TO WS-LINE-MOD25-SW
                       WS-LINE-MOD59-SW
           EVALUATE TRUE
               WHEN F0-PROC-MOD-1 = '25'
               WHEN F0-PROC-MOD-2 = '25'
               WHEN F0-PROC-MOD-3 = '25'
               WHEN F0-PROC-MOD-4 = '25'
                   MOVE 'Y' TO WS-LINE-MOD25-SW
           END-EVALUATE
           EVALUATE TRUE
               WHEN F0-PROC-MOD-1 = '59' OR 'XE' OR 'XP' OR 'XS' OR 'XU'
               WHEN F0-PROC-MOD-2 = '59' OR 'XE' OR 'XP' OR 'XS' OR 'XU'
               WHEN F0-PROC-MOD-3 = '59' OR 'XE' OR 'XP' OR 'XS' OR 'XU'
               WHEN F0-PROC-MOD-4 = '59' OR 'XE' OR 'XP' OR 'XS' OR 'XU'
                   MOVE 'Y' TO WS-LINE-MOD59-SW
           END-EVALUATE
           IF WS-LINE-MOD25-SW = 'Y'
               ADD 1 TO WS-PV-MOD25 (WS-PV-CUR-SUB)
               MOVE 'Y' TO WS-CW-MOD25-SW
           END-IF
           IF WS-LINE-MOD59-SW = 'Y'
               ADD 1 TO WS-PV-MOD59 (WS-PV-CUR-SUB)
               MOVE 'Y' TO WS-CW-MOD59-SW
           END-IF
           IF WS-LINE-MOD25-SW = 'Y'
            OR WS-LINE-MOD59-SW = 'Y'
               ADD 1 TO WS-PV-MOD-LINES (WS-PV-CUR-SUB)
           END-IF
           PERFORM 2400-TIMED-MINUTES THRU 2400-EXIT.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-TIMED-MINUTES -- ANESTHESIA IS BILLED IN MINUTES; ANY    *
      **   OTHER TIMED CODE IS UNITS TIMES ITS PCDTMPC MINUTES.          *
      **----------------------------------------------------------------*
       2400-TIMED-MINUTES.
           MOVE ZERO TO WS-LINE-MINUTES
           IF F0-SERVICE-UNIT-QUAL = 'MJ'
               COMPUTE WS-LINE-MINUTES ROUNDED = WS-LINE-UNITS
           ELSE
               MOVE ZERO TO WS-TM-FOUND-SUB
               PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                       UNTIL WS-TM-SUB > WS-TM-COUNT
                          OR WS-TM-FOUND-SUB > ZERO
                   IF WS-TM-PROC-CODE (WS-TM-SUB) = F0-PROC-CODE
                       MOVE WS-TM-SUB TO WS-TM-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-TM-FOUND-SUB > ZERO
                   COMPUTE WS-LINE-MINUTES ROUNDED = WS-LINE-UNITS
                       * WS-TM-MINUTES (WS-TM-FOUND-SUB)
               END-IF
           END-IF
           IF WS-LINE-MINUTES = ZERO
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-TIMED-LINES
           MOVE SPACES                 TO SD-SORT-REC
           SET SD-TIMED-LINE           TO TRUE
           MOVE WS-CURRENT-NPI         TO SD-NPI
           MOVE F0-FROM-DATE-X         TO SD-SVC-DATE
           MOVE WS-CURRENT-PAT-CNTL-NO TO SD-PAT-CNTL-NO
           MOVE F0-PROC-CODE           TO SD-PROC-CODE
           MOVE 1                      TO SD-LINES
           MOVE WS-LINE-UNITS          TO SD-UNITS
           MOVE WS-LINE-MINUTES        TO SD-MINUTES
           MOVE ZERO                   TO SD-CHARGE
           RELEASE SD-SORT-REC.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-REVIEW -- SORT OUTPUT PROCEDURE.  THE PROVIDERS    *
      **   ARE RANKED FIRST, THEN THE PEER OUTLIERS PRINT WITH THEIR     *
      **   CLAIMS, THEN EACH IMPOSSIBLE DAY WITH ITS TIMED LINES, THEN   *
      **   THE SPECIALTY NORMS.                                          *
      **----------------------------------------------------------------*
       4000-PRINT-REVIEW.
           PERFORM 5000-RANK-PROVIDERS THRU 5000-EXIT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'PEER COMPARISON OUTLIERS -- SUPPORTING CLAIMS FOLLOW'
               TO WS-SH-TEXT
           WRITE PCD-REPORT-LINE FROM WS-SECTION-HEADING
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PRINT-ONE-RECORD THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           PERFORM 4500-CLOSE-DAY THRU 4500-EXIT
           IF NOT WS-DAY-HEADING-DONE
               PERFORM 4600-DAY-HEADING THRU 4600-EXIT
           END-IF
           PERFORM 6000-PRINT-NORMS THRU 6000-EXIT.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PRINT-ONE-RECORD.
           IF SD-CLAIM-SUMMARY
               PERFORM 4300-PRINT-CLAIM THRU 4300-EXIT
           ELSE
               PERFORM 4400-ADD-TIMED-LINE THRU 4400-EXIT
           END-IF
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-PRINT-CLAIM.
           IF SD-NPI NOT = WS-PREV-NPI
               MOVE SD-NPI TO WS-PREV-NPI
               PERFORM 4800-LOOKUP-PROVIDER THRU 4800-EXIT
               MOVE 'N' TO WS-PRINT-SWITCH
               IF WS-PV-FOUND-SUB > ZERO
                   IF WS-PV-OUTLIER (WS-PV-FOUND-SUB)
                       SET WS-PRINT-PROVIDER TO TRUE
                       PERFORM 4350-PRINT-PROVIDER THRU 4350-EXIT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PRINT-PROVIDER
               GO TO 4300-EXIT
           END-IF
           MOVE SD-PAT-CNTL-NO TO WS-CL-PAT-CNTL-NO
           MOVE SD-SVC-DATE    TO WS-CL-SVC-DATE
           MOVE SD-LINES       TO WS-CL-LINES
           MOVE SD-UNITS       TO WS-CL-UNITS
           MOVE SD-EM-LEVEL    TO WS-CL-EM-LEVEL
           MOVE SPACES         TO WS-CL-MOD25
                                  WS-CL-MOD59
           IF SD-MOD25-SW = 'Y'
               MOVE 'YES' TO WS-CL-MOD25
           END-IF
           IF SD-MOD59-SW = 'Y'
               MOVE 'YES' TO WS-CL-MOD59
           END-IF
           MOVE SD-CHARGE      TO WS-CL-CHARGE
           WRITE PCD-REPORT-LINE FROM WS-CLAIM-LINE.
       4300-EXIT.
           EXIT.
       4350-PRINT-PROVIDER.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-PV-NPI    (WS-PV-FOUND-SUB) TO WS-PR-NPI
           MOVE WS-PV-NAME   (WS-PV-FOUND-SUB) TO WS-PR-NAME
           MOVE WS-PV-SPEC   (WS-PV-FOUND-SUB) TO WS-PR-SPEC
           MOVE WS-PV-CLAIMS (WS-PV-FOUND-SUB) TO WS-PR-CLAIMS
           MOVE WS-PV-LINES  (WS-PV-FOUND-SUB) TO WS-PR-LINES
           MOVE WS-PV-UNITS  (WS-PV-FOUND-SUB) TO WS-PR-UNITS
           WRITE PCD-REPORT-LINE FROM WS-PROVIDER-LINE
           MOVE WS-PV-EM-VISITS (WS-PV-FOUND-SUB) TO WS-EM-VISITS
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > 5
               MOVE WS-LV-SUB TO WS-EM-LEVEL-NO (WS-LV-SUB)
               MOVE WS-PV-EM-LEVEL (WS-PV-FOUND-SUB, WS-LV-SUB)
                   TO WS-EM-LEVEL-COUNT (WS-LV-SUB)
           END-PERFORM
           MOVE WS-PV-MOD25 (WS-PV-FOUND-SUB) TO WS-EM-MOD25
           MOVE WS-PV-MOD59 (WS-PV-FOUND-SUB) TO WS-EM-MOD59
           WRITE PCD-REPORT-LINE FROM WS-EM-LINE
           PERFORM 4900-LOOKUP-SPECIALTY THRU 4900-EXIT
           MOVE 'HIGH-LEVEL E/M %'           TO WS-ME-LABEL
           MOVE WS-PV-HI-PCT  (WS-PV-FOUND-SUB) TO WS-ME-PROVIDER
           MOVE WS-SP-HI-PCT-AVG (WS-SP-FOUND-SUB) TO WS-ME-PEER-AVG
           MOVE WS-PV-EM-RANK (WS-PV-FOUND-SUB) TO WS-ME-RANK
           MOVE SPACES TO WS-ME-FLAG
           IF WS-PV-EM-FLAG (WS-PV-FOUND-SUB) = 'Y'
               MOVE '** OUTLIER' TO WS-ME-FLAG
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-MEASURE-LINE
           MOVE 'UNITS PER CLAIM'            TO WS-ME-LABEL
           MOVE WS-PV-UNITS-PER (WS-PV-FOUND-SUB) TO WS-ME-PROVIDER
           MOVE WS-SP-UNITS-AVG (WS-SP-FOUND-SUB) TO WS-ME-PEER-AVG
           MOVE WS-PV-UNIT-RANK (WS-PV-FOUND-SUB) TO WS-ME-RANK
           MOVE SPACES TO WS-ME-FLAG
           IF WS-PV-UNIT-FLAG (WS-PV-FOUND-SUB) = 'Y'
               MOVE '** OUTLIER' TO WS-ME-FLAG
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-MEASURE-LINE
           MOVE 'MODIFIER 25/59 LINES %'     TO WS-ME-LABEL
           MOVE WS-PV-MOD-PCT (WS-PV-FOUND-SUB) TO WS-ME-PROVIDER
           MOVE WS-SP-MOD-PCT-AVG (WS-SP-FOUND-SUB) TO WS-ME-PEER-AVG
           MOVE WS-PV-MOD-RANK (WS-PV-FOUND-SUB) TO WS-ME-RANK
           MOVE SPACES TO WS-ME-FLAG
           IF WS-PV-MOD-FLAG (WS-PV-FOUND-SUB) = 'Y'
               MOVE '** OUTLIER' TO WS-ME-FLAG
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-MEASURE-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2.
       4350-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4400-ADD-TIMED-LINE -- THE TIMED LINES ARRIVE BY PROVIDER     *
      **   AND DATE; EACH PROVIDER-DAY IS TOTALLED BEFORE IT PRINTS.     *
      **----------------------------------------------------------------*
       4400-ADD-TIMED-LINE.
           IF NOT WS-DAY-HEADING-DONE
               PERFORM 4600-DAY-HEADING THRU 4600-EXIT
           END-IF
           IF SD-NPI NOT = WS-PREV-NPI
            OR SD-SVC-DATE NOT = WS-PREV-DATE
               PERFORM 4500-CLOSE-DAY THRU 4500-EXIT
               MOVE SD-NPI      TO WS-PREV-NPI
               MOVE SD-SVC-DATE TO WS-PREV-DATE
           END-IF
           ADD SD-MINUTES TO WS-DAY-MINUTES
           IF WS-DY-COUNT = 200
               ADD 1 TO WS-DY-OVERFLOW
               GO TO 4400-EXIT
           END-IF
           ADD 1 TO WS-DY-COUNT
           MOVE SD-PAT-CNTL-NO TO WS-DY-PAT-CNTL-NO (WS-DY-COUNT)
           MOVE SD-PROC-CODE   TO WS-DY-PROC-CODE   (WS-DY-COUNT)
           MOVE SD-UNITS       TO WS-DY-UNITS       (WS-DY-COUNT)
           MOVE SD-MINUTES     TO WS-DY-MINUTES     (WS-DY-COUNT).
       4400-EXIT.
           EXIT.
       4500-CLOSE-DAY.
           IF WS-DAY-MINUTES NOT > WS-DAY-MINUTE-LIMIT
               MOVE ZERO TO WS-DAY-MINUTES
                            WS-DY-COUNT
                            WS-DY-OVERFLOW
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO WS-IMPOSSIBLE-DAYS
           PERFORM 4800-LOOKUP-PROVIDER THRU 4800-EXIT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-PREV-NPI    TO WS-DA-NPI
           MOVE SPACES         TO WS-DA-NAME
                                  WS-DA-SPEC
           IF WS-PV-FOUND-SUB > ZERO
               MOVE WS-PV-NAME (WS-PV-FOUND-SUB) TO WS-DA-NAME
               MOVE WS-PV-SPEC (WS-PV-FOUND-SUB) TO WS-DA-SPEC
           END-IF
           MOVE WS-PREV-DATE   TO WS-DA-SVC-DATE
           MOVE WS-DAY-MINUTES TO WS-DA-MINUTES
           COMPUTE WS-DA-HOURS ROUNDED = WS-DAY-MINUTES / 60
           WRITE PCD-REPORT-LINE FROM WS-DAY-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3
           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-SUB > WS-DY-COUNT
               MOVE WS-DY-PAT-CNTL-NO (WS-DY-SUB) TO WS-TL-PAT-CNTL-NO
               MOVE WS-DY-PROC-CODE   (WS-DY-SUB) TO WS-TL-PROC-CODE
               MOVE WS-DY-UNITS       (WS-DY-SUB) TO WS-TL-UNITS
               MOVE WS-DY-MINUTES     (WS-DY-SUB) TO WS-TL-MINUTES
               WRITE PCD-REPORT-LINE FROM WS-TIMED-LINE
           END-PERFORM
           IF WS-DY-OVERFLOW > ZERO
               MOVE '      FURTHER LINES NOT LISTED'  TO WS-T-LABEL
               MOVE WS-DY-OVERFLOW                    TO WS-T-COUNT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           END-IF
           MOVE ZERO TO WS-DAY-MINUTES
                        WS-DY-COUNT
                        WS-DY-OVERFLOW.
       4500-EXIT.
           EXIT.
       4600-DAY-HEADING.
           SET WS-DAY-HEADING-DONE TO TRUE
           MOVE SPACES TO WS-PREV-NPI
           MOVE ZERO   TO WS-PREV-DATE
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'IMPOSSIBLE DAYS -- OVER 24 HOURS OF TIMED SERVICE'
               TO WS-SH-TEXT
           WRITE PCD-REPORT-LINE FROM WS-SECTION-HEADING.
       4600-EXIT.
           EXIT.
       4800-LOOKUP-PROVIDER.
           MOVE ZERO TO WS-PV-FOUND-SUB
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
                      OR WS-PV-FOUND-SUB > ZERO
               IF WS-PV-NPI (WS-PV-SUB) = WS-PREV-NPI
                   MOVE WS-PV-SUB TO WS-PV-FOUND-SUB
               END-IF
           END-PERFORM.
       4800-EXIT.
           EXIT.
       4900-LOOKUP-SPECIALTY.
           MOVE ZERO TO WS-SP-FOUND-SUB
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SP-COUNT
                      OR WS-SP-FOUND-SUB > ZERO
               IF WS-SP-SPEC (WS-SP-SUB) = WS-PV-SPEC (WS-PV-FOUND-SUB)
                   MOVE WS-SP-SUB TO WS-SP-FOUND-SUB
               END-IF
           END-PERFORM.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-RANK-PROVIDERS -- EACH MEASURE'S PERCENTILE IS THE SHARE *
      **   OF SAME-SPECIALTY PEERS WITH A STRICTLY LOWER VALUE.  A       *
      **   PROVIDER AT OR ABOVE THE PEER PERCENTILE ON ANY MEASURE IS    *
      **   AN OUTLIER.                                                   *
      **----------------------------------------------------------------*
       5000-RANK-PROVIDERS.
           PERFORM 5100-MEASURE-PROVIDER THRU 5100-EXIT
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SP-COUNT
               COMPUTE WS-SP-HI-PCT-AVG (WS-SP-SUB) ROUNDED =
                   WS-SP-HI-PCT-SUM (WS-SP-SUB)
                   / WS-SP-PROVIDERS (WS-SP-SUB)
               COMPUTE WS-SP-UNITS-AVG (WS-SP-SUB) ROUNDED =
                   WS-SP-UNITS-SUM (WS-SP-SUB)
                   / WS-SP-PROVIDERS (WS-SP-SUB)
               COMPUTE WS-SP-MOD-PCT-AVG (WS-SP-SUB) ROUNDED =
                   WS-SP-MOD-PCT-SUM (WS-SP-SUB)
                   / WS-SP-PROVIDERS (WS-SP-SUB)
           END-PERFORM
           PERFORM 5300-RANK-ONE-PROVIDER THRU 5300-EXIT
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT.
       5000-EXIT.
           EXIT.
       5100-MEASURE-PROVIDER.
           IF WS-PV-CLAIMS (WS-PV-SUB) < WS-MIN-CLAIMS
               GO TO 5100-EXIT
           END-IF
           SET WS-PV-RANKED (WS-PV-SUB) TO TRUE
           ADD 1 TO WS-PROVIDERS-RANKED
           IF WS-PV-EM-VISITS (WS-PV-SUB) > ZERO
               COMPUTE WS-PV-HI-PCT (WS-PV-SUB) ROUNDED =
                   (WS-PV-EM-LEVEL (WS-PV-SUB, 4)
                  + WS-PV-EM-LEVEL (WS-PV-SUB, 5)) * 100
                   / WS-PV-EM-VISITS (WS-PV-SUB)
           END-IF
           COMPUTE WS-PV-UNITS-PER (WS-PV-SUB) ROUNDED =
               WS-PV-UNITS (WS-PV-SUB) / WS-PV-CLAIMS (WS-PV-SUB)
           COMPUTE WS-PV-MOD-PCT (WS-PV-SUB) ROUNDED =
               WS-PV-MOD-LINES (WS-PV-SUB) * 100
               / WS-PV-LINES (WS-PV-SUB)
           MOVE ZERO TO WS-SP-FOUND-SUB
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SP-COUNT
                      OR WS-SP-FOUND-SUB > ZERO
               IF WS-SP-SPEC (WS-SP-SUB) = WS-PV-SPEC (WS-PV-SUB)
                   MOVE WS-SP-SUB TO WS-SP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SP-FOUND-SUB = ZERO
               IF WS-SP-COUNT NOT < 300
                   DISPLAY 'PCD202 - SPECIALTY TABLE FULL AT '
                       WS-PV-SPEC (WS-PV-SUB) ' - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-FOUND-SUB
               MOVE WS-PV-SPEC (WS-PV-SUB)
                   TO WS-SP-SPEC (WS-SP-FOUND-SUB)
               MOVE ZERO TO WS-SP-PROVIDERS   (WS-SP-FOUND-SUB)
                            WS-SP-HI-PCT-SUM  (WS-SP-FOUND-SUB)
                            WS-SP-UNITS-SUM   (WS-SP-FOUND-SUB)
                            WS-SP-MOD-PCT-SUM (WS-SP-FOUND-SUB)
           END-IF
           ADD 1 TO WS-SP-PROVIDERS (WS-SP-FOUND-SUB)
           ADD WS-PV-HI-PCT    (WS-PV-SUB)
               TO WS-SP-HI-PCT-SUM  (WS-SP-FOUND-SUB)
           ADD WS-PV-UNITS-PER (WS-PV-SUB)
               TO WS-SP-UNITS-SUM   (WS-SP-FOUND-SUB)
           ADD WS-PV-MOD-PCT   (WS-PV-SUB)
               TO WS-SP-MOD-PCT-SUM (WS-SP-FOUND-SUB).
       5100-EXIT.
           EXIT.
       5300-RANK-ONE-PROVIDER.
           IF NOT WS-PV-RANKED (WS-PV-SUB)
               GO TO 5300-EXIT
           END-IF
           MOVE ZERO TO WS-PEERS
                        WS-EM-LOWER
                        WS-UNIT-LOWER
                        WS-MOD-LOWER
           PERFORM VARYING WS-PV-PEER-SUB FROM 1 BY 1
                   UNTIL WS-PV-PEER-SUB > WS-PV-COUNT
               IF WS-PV-PEER-SUB NOT = WS-PV-SUB
                  AND WS-PV-RANKED (WS-PV-PEER-SUB)
                  AND WS-PV-SPEC (WS-PV-PEER-SUB)
                    = WS-PV-SPEC (WS-PV-SUB)
                   ADD 1 TO WS-PEERS
                   IF WS-PV-HI-PCT (WS-PV-PEER-SUB)
                    < WS-PV-HI-PCT (WS-PV-SUB)
                       ADD 1 TO WS-EM-LOWER
                   END-IF
                   IF WS-PV-UNITS-PER (WS-PV-PEER-SUB)
                    < WS-PV-UNITS-PER (WS-PV-SUB)
                       ADD 1 TO WS-UNIT-LOWER
                   END-IF
                   IF WS-PV-MOD-PCT (WS-PV-PEER-SUB)
                    < WS-PV-MOD-PCT (WS-PV-SUB)
                       ADD 1 TO WS-MOD-LOWER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEERS < WS-MIN-PEERS
               GO TO 5300-EXIT
           END-IF
           COMPUTE WS-PV-EM-RANK (WS-PV-SUB) =
               WS-EM-LOWER * 100 / WS-PEERS
           COMPUTE WS-PV-UNIT-RANK (WS-PV-SUB) =
               WS-UNIT-LOWER * 100 / WS-PEERS
           COMPUTE WS-PV-MOD-RANK (WS-PV-SUB) =
               WS-MOD-LOWER * 100 / WS-PEERS
           IF WS-PV-EM-RANK (WS-PV-SUB) NOT < WS-PEER-PERCENTILE
              AND WS-PV-EM-VISITS (WS-PV-SUB) > ZERO
               MOVE 'Y' TO WS-PV-EM-FLAG (WS-PV-SUB)
           END-IF
           IF WS-PV-UNIT-RANK (WS-PV-SUB) NOT < WS-PEER-PERCENTILE
               MOVE 'Y' TO WS-PV-UNIT-FLAG (WS-PV-SUB)
           END-IF
           IF WS-PV-MOD-RANK (WS-PV-SUB) NOT < WS-PEER-PERCENTILE
              AND WS-PV-MOD-LINES (WS-PV-SUB) > ZERO
               MOVE 'Y' TO WS-PV-MOD-FLAG (WS-PV-SUB)
           END-IF
           IF WS-PV-EM-FLAG   (WS-PV-SUB) = 'Y'
            OR WS-PV-UNIT-FLAG (WS-PV-SUB) = 'Y'
            OR WS-PV-MOD-FLAG  (WS-PV-SUB) = 'Y'
               SET WS-PV-OUTLIER (WS-PV-SUB) TO TRUE
               ADD 1 TO WS-PEER-OUTLIERS
           END-IF.
       5300-EXIT.
           EXIT.
       6000-PRINT-NORMS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'SPECIALTY PEER NORMS (RANKED PROVIDERS)' TO WS-SH-TEXT
           WRITE PCD-REPORT-LINE FROM WS-SECTION-HEADING
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-4
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SP-COUNT
               MOVE WS-SP-SPEC        (WS-SP-SUB) TO WS-NO-SPEC
               MOVE WS-SP-PROVIDERS   (WS-SP-SUB) TO WS-NO-PROVIDERS
               MOVE WS-SP-HI-PCT-AVG  (WS-SP-SUB) TO WS-NO-HI-PCT
               MOVE WS-SP-UNITS-AVG   (WS-SP-SUB) TO WS-NO-UNITS
               MOVE WS-SP-MOD-PCT-AVG (WS-SP-SUB) TO WS-NO-MOD-PCT
               WRITE PCD-REPORT-LINE FROM WS-NORM-LINE
           END-PERFORM
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'CLAIMS IN ANALYSIS MONTH'          TO WS-T-LABEL
           MOVE WS-CLAIMS-IN-MONTH                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PROVIDERS RANKED'                  TO WS-T-LABEL
           MOVE WS-PROVIDERS-RANKED                 TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PEER COMPARISON OUTLIERS'          TO WS-T-LABEL
           MOVE WS-PEER-OUTLIERS                    TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'IMPOSSIBLE PROVIDER-DAYS'          TO WS-T-LABEL
           MOVE WS-IMPOSSIBLE-DAYS                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD202 - CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'PCD202 - CLAIMS IN MONTH:        '
               WS-CLAIMS-IN-MONTH
           DISPLAY 'PCD202 - PROVIDERS SEEN:         ' WS-PV-COUNT
           DISPLAY 'PCD202 - PROVIDERS RANKED:       '
               WS-PROVIDERS-RANKED
           DISPLAY 'PCD202 - PEER OUTLIERS:          ' WS-PEER-OUTLIERS
           DISPLAY 'PCD202 - TIMED LINES:            ' WS-TIMED-LINES
           DISPLAY 'PCD202 - IMPOSSIBLE DAYS:        '
               WS-IMPOSSIBLE-DAYS.
       9000-EXIT.
           EXIT.
