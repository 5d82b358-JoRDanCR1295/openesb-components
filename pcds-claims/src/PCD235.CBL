      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD235           SYSTEM: PCDS                     *
      **    PARAMETER-DRIVEN AD-HOC EXTRACT OVER THE CLAIM REPOSITORY  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READS THE ANALYST'S*
      **                          PARAMETER CARDS (DD PCDXTPRM), NAMES *
      **                          EACH FIELD BY ITS P124CLAM DATA NAME *
      **                          THROUGH THE PCDFDIC DICTIONARY AND   *
      **                          BROWSES THE PCDCRPM REPOSITORY ONE   *
      **                          CLAIM CHAIN AT A TIME.  CLAIMS ARE   *
      **                          SELECTED BY PROCESSING-DATE RANGE,   *
      **                          CLIENT, BATCH TYPE AND ANY NUMBER OF *
      **                          FIELD CONDITIONS (EQ/NE/LT/LE/GT/GE, *
      **                          RANGE, IN-LIST, OR ONE FIELD AGAINST *
      **                          ANOTHER), WHICH MAY NAME FIELDS OF   *
      **                          DIFFERENT RECORD TYPES ON THE SAME   *
      **                          CLAIM.  OUTPUT IS ONE ROW PER CLAIM  *
      **                          OR ONE ROW PER RECORD OF A CHOSEN    *
      **                          TYPE (F0 = ONE ROW PER SERVICE LINE) *
      **                          AS A DELIMITED FILE WITH A HEADER    *
      **                          ROW (PCDXTOUT) OR A COLUMNAR REPORT  *
      **                          (PCDXTLST).  INSURED IDS STAY AS     *
      **                          PCDTOKN TOKENS, AS STORED.  RC 16    *
      **                          ON A PARAMETER ERROR (NOTHING IS     *
      **                          EXTRACTED), RC 4 WHEN A ROW OR A     *
      **                          CLAIM CHAIN HAD TO BE TRUNCATED.     *
      ** RTC    10/15/26          THE TRAILING-SPACE TRIM AND THE     *
      **                          OCCURRENCE RIGHT-JUSTIFY ARE        *
      **                          PERFORMED UNTIL DONE RATHER THAN    *
      **                          LOOPING ON THEMSELVES WITH GO TO.   *
      **==============================================================*
      **                                                               *
      **    PARAMETER CARDS (80 BYTES, CARD TYPE IN COLUMNS 1-2;       *
      **    AN ASTERISK IN COLUMN 1 IS A COMMENT):                     *
      **                                                               *
      **    OP  RUN OPTIONS -- ONE CARD, OPTIONAL                      *
      **        COL  4     OUTPUT: D DELIMITED (DEFAULT), R REPORT     *
      **        COL  6     DELIMITER (DEFAULT '|')                     *
      **        COL  8-15  FROM PROCESSING DATE CCYYMMDD (BLANK = ALL) *
      **        COL 17-24  THRU PROCESSING DATE CCYYMMDD (BLANK = ALL) *
      **        COL 26-31  CLIENT ID (BLANK = ALL CLIENTS)             *
      **        COL 33-34  ROW RECORD TYPE (BLANK = ONE ROW PER CLAIM) *
      **        COL 36-80  REPORT TITLE                                *
      **    BT  BATCH TYPES -- UP TO TEN, 3 BYTES EACH STARTING IN     *
      **        COLUMNS 4, 8, 12 ... 40.  MORE CARDS MAY FOLLOW.       *
      **    FL  OUTPUT FIELD -- ONE CARD PER COLUMN, IN ORDER          *
      **        COL  4-33  P124CLAM DATA NAME                          *
      **        COL 35-37  OCCURRENCE (BLANK = 1)                      *
      **        COL 39-41  INNER OCCURRENCE (BLANK = 1)                *
      **        COL 43-72  COLUMN HEADING (BLANK = DATA NAME)          *
      **    SL  SELECTION CONDITION -- ALL CONDITIONS MUST HOLD        *
      **        COL  4-33  P124CLAM DATA NAME                          *
      **        COL 35-37  OCCURRENCE (BLANK = 1, ANY = EVERY ONE)     *
      **        COL 39-41  INNER OCCURRENCE (BLANK = 1)                *
      **        COL 43-44  EQ NE LT LE GT GE RG (RANGE) IN (LIST)      *
      **        COL 46-80  VALUE; '@' AND A DATA NAME COMPARES TO      *
      **                   THAT FIELD; RG: LOW 46-62, HIGH 64-80;      *
      **                   IN: VALUES SEPARATED BY COMMAS              *
      **    SC  MORE VALUES FOR THE IN LIST ON THE CARD BEFORE IT,     *
      **        COLUMNS 46-80.                                         *
      **                                                               *
      **    A CONDITION ON A FIELD OF THE ROW RECORD'S FAMILY (THE     *
      **    ROW RECORD AND THE RECORDS THAT FOLLOW IT; FOR F0 THAT     *
      **    TAKES IN THE F, G, H AND K LINE RECORDS) IS TESTED LINE    *
      **    BY LINE.  ANY OTHER CONDITION IS MET BY THE CLAIM WHEN ANY *
      **    RECORD OF THAT TYPE ON IT MEETS IT.  AN OUTPUT FIELD OF    *
      **    ANOTHER RECORD TYPE COMES FROM THE FIRST SUCH RECORD ON    *
      **    THE CLAIM.  THE REPOSITORY HOLDS NO A0 OR B0; OF THEIR     *
      **    FIELDS ONLY A0-UNIQUE-JOBNUM, A0-PROCESSING-DATE AND       *
      **    B0-BATCH-TYPE (WITH THEIR SUBORDINATE ITEMS) CAN BE NAMED. *
      **                                                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD235.
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
           SELECT PCD-PARM-FILE    ASSIGN TO PCDXTPRM
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FDIC-MASTER  ASSIGN TO PCDFDIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FDIC-FIELD-NAME
               FILE STATUS IS WS-FDIC-FILE-STATUS.
           SELECT PCD-CRPM-MASTER  ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-EXTRACT-FILE ASSIGN TO PCDXTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDXTLST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-CARD                PIC X(080).
       FD  PCD-FDIC-MASTER.
       COPY PCDFDIC.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PCD-EXTRACT-REC             PIC X(1000).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-FDIC-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-FDIC-FOUND                       VALUE '00'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PARM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PARM-END-OF-FILE                 VALUE 'Y'.
       77  WS-CRPM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CRPM-END-OF-FILE                 VALUE 'Y'.
       77  WS-PARM-ERROR-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-PARM-ERROR                       VALUE 'Y'.
       77  WS-CHAIN-SKIP-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-CHAIN-SKIPPED                    VALUE 'Y'.
       77  WS-CLAIM-OK-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OK                         VALUE 'Y'.
       77  WS-ROW-OK-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-ROW-OK                           VALUE 'Y'.
       77  WS-FILTER-MET-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-FILTER-MET                       VALUE 'Y'.
       77  WS-ROW-WRITTEN-SWITCH       PIC X(001)  VALUE 'N'.
           88  WS-ROW-WRITTEN                      VALUE 'Y'.
       77  WS-LINE-CUT-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-LINE-CUT                         VALUE 'Y'.
       77  WS-TRIM-DONE-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-TRIM-DONE                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-OUTPUT-FORMAT            PIC X(001)  VALUE 'D'.
           88  WS-DELIMITED-OUTPUT                 VALUE 'D'.
           88  WS-REPORT-OUTPUT                    VALUE 'R'.
       77  WS-DELIMITER                PIC X(001)  VALUE '|'.
       77  WS-FROM-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-THRU-DATE                PIC 9(008)  VALUE 99999999.
       77  WS-CLIENT-ID                PIC X(006)  VALUE SPACES.
       77  WS-ROW-TYPE                 PIC X(002)  VALUE SPACES.
       77  WS-ROW-HEAD-TYPE            PIC X(002)  VALUE SPACES.
       77  WS-TITLE                    PIC X(045)  VALUE SPACES.
       77  WS-FD-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FD-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-COL-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-COL-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FLT-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FLT-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LIST-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BT-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BT-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CARD-BT-SUB              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CHAIN-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CHAIN-COUNT              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-ROW-FROM                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-ROW-THRU                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SCOPE-FROM               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SCOPE-THRU               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-REC-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FOUND-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-MATCH-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TEST-FROM                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-TEST-THRU                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OCC-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-OCC-LIMIT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-VALUE-OFFSET             PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CHAR-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OUT-PTR                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-RPT-POS                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CMP-RESULT               PIC S9(001) VALUE ZERO.
       77  WS-CHAIN-PAT-CNTL-NO        PIC X(020)  VALUE SPACES.
       77  WS-CHAIN-PROC-DATE          PIC X(006)  VALUE SPACES.
       77  WS-CHAIN-CLIENT-ID          PIC X(006)  VALUE SPACES.
       77  WS-CHAIN-BATCH-TYPE         PIC X(003)  VALUE SPACES.
       77  WS-CARDS-READ               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(009)  COMP  VALUE ZERO.
       77  WS-CLAIMS-IN-SCOPE          PIC 9(009)  COMP  VALUE ZERO.
       77  WS-CLAIMS-SELECTED          PIC 9(009)  COMP  VALUE ZERO.
       77  WS-ROWS-WRITTEN             PIC 9(009)  COMP  VALUE ZERO.
       77  WS-ROWS-TRUNCATED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHAINS-TRUNCATED         PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   PARAMETER CARD LAYOUTS.                                       *
      **----------------------------------------------------------------*
       01  WS-PARM-CARD.
           05  WS-PC-CARD-TYPE         PIC X(002).
           05  FILLER                  PIC X(078).
       01  WS-OP-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                  PIC X(003).
           05  WS-OP-FORMAT            PIC X(001).
           05  FILLER                  PIC X(001).
           05  WS-OP-DELIMITER         PIC X(001).
           05  FILLER                  PIC X(001).
           05  WS-OP-FROM-DATE         PIC X(008).
           05  WS-OP-FROM-DATE-9 REDEFINES WS-OP-FROM-DATE
                                       PIC 9(008).
           05  FILLER                  PIC X(001).
           05  WS-OP-THRU-DATE         PIC X(008).
           05  WS-OP-THRU-DATE-9 REDEFINES WS-OP-THRU-DATE
                                       PIC 9(008).
           05  FILLER                  PIC X(001).
           05  WS-OP-CLIENT-ID         PIC X(006).
           05  FILLER                  PIC X(001).
           05  WS-OP-ROW-TYPE          PIC X(002).
           05  FILLER                  PIC X(001).
           05  WS-OP-TITLE             PIC X(045).
       01  WS-BT-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                  PIC X(003).
           05  WS-BT-CARD-ENTRY        OCCURS 10 TIMES.
               10  WS-BT-CARD-TYPE     PIC X(003).
               10  FILLER              PIC X(001).
           05  FILLER                  PIC X(037).
       01  WS-FL-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                  PIC X(003).
           05  WS-FL-FIELD-NAME        PIC X(030).
           05  FILLER                  PIC X(001).
           05  WS-FL-OCC-1             PIC X(003).
           05  FILLER                  PIC X(001).
           05  WS-FL-OCC-2             PIC X(003).
           05  FILLER                  PIC X(001).
           05  WS-FL-HEADING           PIC X(030).
           05  FILLER                  PIC X(008).
       01  WS-SL-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                  PIC X(003).
           05  WS-SL-FIELD-NAME        PIC X(030).
           05  FILLER                  PIC X(001).
           05  WS-SL-OCC-1             PIC X(003).
           05  FILLER                  PIC X(001).
           05  WS-SL-OCC-2             PIC X(003).
           05  FILLER                  PIC X(001).
           05  WS-SL-OPERATOR          PIC X(002).
               88  WS-SL-VALID-OPERATOR    VALUE 'EQ' 'NE' 'LT' 'LE'
                                                 'GT' 'GE' 'RG' 'IN'.
           05  FILLER                  PIC X(001).
           05  WS-SL-VALUE             PIC X(035).
           05  WS-SL-RANGE REDEFINES WS-SL-VALUE.
               10  WS-SL-LOW           PIC X(017).
               10  FILLER              PIC X(001).
               10  WS-SL-HIGH          PIC X(017).
           05  WS-SL-CROSS REDEFINES WS-SL-VALUE.
               10  WS-SL-CROSS-FLAG    PIC X(001).
               10  WS-SL-CROSS-NAME    PIC X(030).
               10  FILLER              PIC X(004).
      **----------------------------------------------------------------*
      **   FIELDS NAMED ON THE CARDS, AS THE DICTIONARY DESCRIBES THEM.  *
      **   ROW-LEVEL IS SET ONCE THE ROW RECORD TYPE IS KNOWN.           *
      **----------------------------------------------------------------*
       01  WS-FIELD-TABLE.
           05  WS-FD-ENTRY OCCURS 90 TIMES.
               10  WS-FD-NAME          PIC X(030).
               10  WS-FD-REC-TYPE      PIC X(002).
               10  WS-FD-START         PIC 9(003)  COMP.
               10  WS-FD-LENGTH        PIC 9(003)  COMP.
               10  WS-FD-CLASS         PIC X(001).
                   88  WS-FD-NUMERIC           VALUE '9' 'S' 'P' 'B'.
               10  WS-FD-DIGITS        PIC 9(002)  COMP.
               10  WS-FD-DECIMALS      PIC 9(002)  COMP.
               10  WS-FD-OCCURS-1      PIC 9(003)  COMP.
               10  WS-FD-STRIDE-1      PIC 9(003)  COMP.
               10  WS-FD-OCCURS-2      PIC 9(003)  COMP.
               10  WS-FD-STRIDE-2      PIC 9(003)  COMP.
               10  WS-FD-ROW-LEVEL-SW  PIC X(001).
                   88  WS-FD-ROW-LEVEL         VALUE 'Y'.
      **----------------------------------------------------------------*
      **   OUTPUT COLUMNS, IN CARD ORDER.                                *
      **----------------------------------------------------------------*
       01  WS-COLUMN-TABLE.
           05  WS-COL-ENTRY OCCURS 60 TIMES.
               10  WS-COL-FD-SUB       PIC 9(003)  COMP.
               10  WS-COL-OCC-1        PIC 9(003)  COMP.
               10  WS-COL-OCC-2        PIC 9(003)  COMP.
               10  WS-COL-HEADING      PIC X(040).
               10  WS-COL-WIDTH        PIC 9(003)  COMP.
               10  WS-COL-RPT-START    PIC 9(003)  COMP.
      **----------------------------------------------------------------*
      **   SELECTION CONDITIONS.  OCC-1 OF ZERO MEANS ANY OCCURRENCE.    *
      **----------------------------------------------------------------*
       01  WS-FILTER-TABLE.
           05  WS-FLT-ENTRY OCCURS 30 TIMES.
               10  WS-FLT-FD-SUB       PIC 9(003)  COMP.
               10  WS-FLT-OCC-1        PIC 9(003)  COMP.
               10  WS-FLT-OCC-2        PIC 9(003)  COMP.
               10  WS-FLT-OPERATOR     PIC X(002).
               10  WS-FLT-CROSS-SUB    PIC 9(003)  COMP.
               10  WS-FLT-ROW-LEVEL-SW PIC X(001).
                   88  WS-FLT-ROW-LEVEL        VALUE 'Y'.
               10  WS-FLT-LOW-TEXT     PIC X(035).
               10  WS-FLT-LOW-NUM      PIC S9(014)V9(004) COMP-3.
               10  WS-FLT-LOW-NUM-SW   PIC X(001).
               10  WS-FLT-HIGH-TEXT    PIC X(035).
               10  WS-FLT-HIGH-NUM     PIC S9(014)V9(004) COMP-3.
               10  WS-FLT-HIGH-NUM-SW  PIC X(001).
               10  WS-FLT-LIST-COUNT   PIC 9(003)  COMP.
               10  WS-FLT-LIST-ENTRY OCCURS 20 TIMES.
                   15  WS-FLT-LIST-TEXT    PIC X(020).
                   15  WS-FLT-LIST-NUM     PIC S9(014)V9(004) COMP-3.
                   15  WS-FLT-LIST-NUM-SW  PIC X(001).
       01  WS-BATCH-TYPE-TABLE.
           05  WS-BT-TYPE              PIC X(003)  OCCURS 30 TIMES.
      **----------------------------------------------------------------*
      **   THE A0/B0 SPANS THE REPOSITORY CAN SUPPLY (START, LENGTH).    *
      **----------------------------------------------------------------*
       01  WS-HELD-SPANS.
           05  WS-JOBNUM-START         PIC 9(003)  COMP  VALUE ZERO.
           05  WS-JOBNUM-LENGTH        PIC 9(003)  COMP  VALUE ZERO.
           05  WS-PROCDT-START         PIC 9(003)  COMP  VALUE ZERO.
           05  WS-PROCDT-LENGTH        PIC 9(003)  COMP  VALUE ZERO.
           05  WS-BATCH-START          PIC 9(003)  COMP  VALUE ZERO.
           05  WS-BATCH-LENGTH         PIC 9(003)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CLAIM CHAIN IN HAND.  ENTRIES 1 AND 2 ARE THE A0 AND B0   *
      **   BUILT FROM THE REPOSITORY ROW; THE STORED RECORDS FOLLOW.     *
      **----------------------------------------------------------------*
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-IMAGE          PIC X(192)  OCCURS 1200 TIMES.
      **----------------------------------------------------------------*
      **   FIELD VALUE WORK AREAS.                                       *
      **----------------------------------------------------------------*
       01  WS-VALUE-WORK.
           05  WS-RAW-VALUE            PIC X(192).
           05  WS-NUM-VALUE            PIC S9(014)V9(004) COMP-3.
           05  WS-NUM-VALID-SW         PIC X(001).
               88  WS-NUM-VALID                    VALUE 'Y'.
           05  WS-CMP-TEXT             PIC X(192).
           05  WS-CMP-NUM              PIC S9(014)V9(004) COMP-3.
           05  WS-CMP-NUM-SW           PIC X(001).
               88  WS-CMP-NUM-VALID                VALUE 'Y'.
           05  WS-TEXT-VALUE           PIC X(192).
           05  WS-TEXT-LEN             PIC 9(004)  COMP.
           05  WS-EDIT-NUMBER          PIC -(14)9.9(4).
           05  WS-EDIT-START           PIC 9(004)  COMP.
       01  WS-ZONED-BUFFER             PIC X(018).
       01  WS-ZONED-UNSIGNED REDEFINES WS-ZONED-BUFFER
                                       PIC 9(018).
       01  WS-ZONED-SIGNED REDEFINES WS-ZONED-BUFFER
                                       PIC S9(018).
       01  WS-PACKED-BUFFER            PIC X(010).
       01  WS-PACKED-VALUE REDEFINES WS-PACKED-BUFFER
                                       PIC S9(018) COMP-3.
       01  WS-BINARY-BUFFER            PIC X(008).
       01  WS-BINARY-VALUE REDEFINES WS-BINARY-BUFFER
                                       PIC S9(018) COMP.
      **----------------------------------------------------------------*
      **   PARAMETER PARSING WORK AREAS.                                 *
      **----------------------------------------------------------------*
       01  WS-PARSE-WORK.
           05  WS-LOOKUP-NAME          PIC X(030).
           05  WS-LOOKUP-SUB           PIC 9(003)  COMP.
           05  WS-OCC-TEXT             PIC X(003).
           05  WS-OCC-NUMBER           PIC 9(003).
           05  WS-OCC-WORK             PIC X(003).
           05  WS-OCC-EDIT             PIC ZZ9.
           05  WS-HEAD-OCC-1           PIC X(003).
           05  WS-HEAD-OCC-2           PIC X(003).
           05  WS-OCC-ANY-SW           PIC X(001).
               88  WS-OCC-ANY                      VALUE 'Y'.
           05  WS-OCC-ERROR-SW         PIC X(001).
               88  WS-OCC-ERROR                    VALUE 'Y'.
           05  WS-LIT-TEXT             PIC X(035).
           05  WS-LIT-NUMBER           PIC S9(014)V9(004) COMP-3.
           05  WS-LIT-VALID-SW         PIC X(001).
               88  WS-LIT-VALID                    VALUE 'Y'.
           05  WS-LIT-SIGN             PIC X(001).
           05  WS-LIT-STATE            PIC X(001).
               88  WS-LIT-LEADING                  VALUE 'L'.
               88  WS-LIT-INTEGER                  VALUE 'I'.
               88  WS-LIT-FRACTION                 VALUE 'F'.
               88  WS-LIT-TRAILING                 VALUE 'T'.
           05  WS-LIT-DIGIT-SEEN       PIC X(001).
           05  WS-LIT-PLACES           PIC 9(002)  COMP.
           05  WS-LIT-CHAR             PIC X(001).
           05  WS-LIT-DIGIT-X          PIC X(001).
           05  WS-LIT-DIGIT REDEFINES WS-LIT-DIGIT-X
                                       PIC 9(001).
           05  WS-LIST-TEXT            PIC X(035).
           05  WS-LIST-ITEM            PIC X(020).
           05  WS-LIST-PTR             PIC 9(003)  COMP.
           05  WS-ERROR-TEXT           PIC X(060).
       01  WS-PROC-DATE-WORK.
           05  WS-PD-MM                PIC 9(002).
           05  WS-PD-DD                PIC 9(002).
           05  WS-PD-YY                PIC 9(002).
       01  WS-PROC-DATE-X REDEFINES WS-PROC-DATE-WORK
                                       PIC X(006).
       01  WS-PROC-CCYYMMDD            PIC 9(008)  VALUE ZERO.
       01  WS-PROC-CCYYMMDD-R REDEFINES WS-PROC-CCYYMMDD.
           05  WS-PC-CCYY              PIC 9(004).
           05  WS-PC-MM                PIC 9(002).
           05  WS-PC-DD                PIC 9(002).
      **----------------------------------------------------------------*
      **   OUTPUT LINES.                                                 *
      **----------------------------------------------------------------*
       01  WS-OUT-LINE                 PIC X(1000).
       01  WS-RPT-LINE                 PIC X(132).
       01  WS-HEADING-1.
           05  FILLER                  PIC X(031)  VALUE
               'PCD235 - AD-HOC CLAIM EXTRACT  '.
           05  WS-H-TITLE              PIC X(045).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  FILLER                  PIC X(010)  VALUE 'RUN DATE: '.
           05  WS-H-RUN-DATE           PIC 9(008).
       01  WS-CARD-LINE.
           05  FILLER                  PIC X(008)  VALUE '  CARD: '.
           05  WS-CL-CARD              PIC X(080).
       01  WS-ERROR-LINE.
           05  FILLER                  PIC X(018)  VALUE
               '  *** ERROR ***   '.
           05  WS-EL-TEXT              PIC X(060).
       01  WS-LEGEND-LINE.
           05  FILLER                  PIC X(009)  VALUE '  COLUMN '.
           05  WS-LG-COLUMN            PIC Z9.
           05  FILLER                  PIC X(003)  VALUE ' - '.
           05  WS-LG-FIELD-NAME        PIC X(030).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-LG-REC-TYPE          PIC X(002).
           05  FILLER                  PIC X(005)  VALUE '  AT '.
           05  WS-LG-START             PIC ZZ9.
           05  FILLER                  PIC X(006)  VALUE '  LEN '.
           05  WS-LG-LENGTH            PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-LG-NOTE              PIC X(040).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(032).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT WS-PARM-ERROR
               PERFORM 2000-SCAN-REPOSITORY THRU 2000-EXIT
           END-IF
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- READ THE DICTIONARY SPANS, THEN EVERY      *
      **   PARAMETER CARD.  ALL CARDS ARE CHECKED BEFORE THE RUN STOPS   *
      **   ON AN ERROR, SO THE ANALYST SEES THEM ALL AT ONCE.            *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-PARM-FILE
           OPEN INPUT  PCD-FDIC-MASTER
           OPEN OUTPUT PCD-EXTRACT-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM 1050-LOAD-HELD-SPANS THRU 1050-EXIT
           PERFORM 1100-READ-PARM       THRU 1100-EXIT
           PERFORM 1200-PROCESS-PARM    THRU 1200-EXIT
               UNTIL WS-PARM-END-OF-FILE
           CLOSE PCD-PARM-FILE
           MOVE WS-TITLE    TO WS-H-TITLE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE SPACES      TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-HEADING-1
           PERFORM 1900-FINISH-PARMS    THRU 1900-EXIT
           IF WS-PARM-ERROR
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PCD-CRPM-MASTER
           PERFORM 1950-WRITE-HEADINGS  THRU 1950-EXIT.
       1000-EXIT.
           EXIT.
       1050-LOAD-HELD-SPANS.
           MOVE 'A0-UNIQUE-JOBNUM'   TO PCD-FDIC-FIELD-NAME
           PERFORM 1060-READ-FDIC THRU 1060-EXIT
           MOVE PCD-FDIC-START-POS   TO WS-JOBNUM-START
           MOVE PCD-FDIC-LENGTH      TO WS-JOBNUM-LENGTH
           MOVE 'A0-PROCESSING-DATE' TO PCD-FDIC-FIELD-NAME
           PERFORM 1060-READ-FDIC THRU 1060-EXIT
           MOVE PCD-FDIC-START-POS   TO WS-PROCDT-START
           MOVE PCD-FDIC-LENGTH      TO WS-PROCDT-LENGTH
           MOVE 'B0-BATCH-TYPE'      TO PCD-FDIC-FIELD-NAME
           PERFORM 1060-READ-FDIC THRU 1060-EXIT
           MOVE PCD-FDIC-START-POS   TO WS-BATCH-START
           MOVE PCD-FDIC-LENGTH      TO WS-BATCH-LENGTH
           DISPLAY 'PCD235 - FIELD DICTIONARY BUILT: '
               PCD-FDIC-BUILD-DATE.
       1050-EXIT.
           EXIT.
       1060-READ-FDIC.
           READ PCD-FDIC-MASTER
               INVALID KEY
                   DISPLAY 'PCD235 - ' PCD-FDIC-FIELD-NAME
                       ' NOT ON PCDFDIC - RUN PCD234 FIRST'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
       1060-EXIT.
           EXIT.
       1100-READ-PARM.
           READ PCD-PARM-FILE INTO WS-PARM-CARD
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       1100-EXIT.
           EXIT.
       1200-PROCESS-PARM.
           MOVE WS-PARM-CARD TO WS-CL-CARD
           WRITE PCD-REPORT-LINE FROM WS-CARD-LINE
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN WS-PC-CARD-TYPE (1:1) = '*'
                   CONTINUE
               WHEN WS-PC-CARD-TYPE = 'OP'
                   PERFORM 1300-OPTIONS-CARD   THRU 1300-EXIT
               WHEN WS-PC-CARD-TYPE = 'BT'
                   PERFORM 1350-BATCH-TYPE-CARD THRU 1350-EXIT
               WHEN WS-PC-CARD-TYPE = 'FL'
                   PERFORM 1400-FIELD-CARD     THRU 1400-EXIT
               WHEN WS-PC-CARD-TYPE = 'SL'
                   PERFORM 1500-SELECT-CARD    THRU 1500-EXIT
               WHEN WS-PC-CARD-TYPE = 'SC'
                   PERFORM 1550-CONTINUE-CARD  THRU 1550-EXIT
               WHEN OTHER
                   MOVE 'CARD TYPE MUST BE OP, BT, FL, SL OR SC'
                     TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               PERFORM 1990-PARM-ERROR THRU 1990-EXIT
           END-IF
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
       1200-EXIT.
           EXIT.
       1300-OPTIONS-CARD.
           EVALUATE WS-OP-FORMAT
               WHEN SPACE
               WHEN 'D'
                   MOVE 'D' TO WS-OUTPUT-FORMAT
               WHEN 'R'
                   MOVE 'R' TO WS-OUTPUT-FORMAT
               WHEN OTHER
                   MOVE 'OUTPUT FORMAT MUST BE D OR R' TO WS-ERROR-TEXT
                   GO TO 1300-EXIT
           END-EVALUATE
           IF WS-OP-DELIMITER NOT = SPACE
               MOVE WS-OP-DELIMITER TO WS-DELIMITER
           END-IF
           IF WS-OP-FROM-DATE NOT = SPACES
               IF WS-OP-FROM-DATE-9 NOT NUMERIC
                   MOVE 'FROM DATE MUST BE CCYYMMDD' TO WS-ERROR-TEXT
                   GO TO 1300-EXIT
               END-IF
               MOVE WS-OP-FROM-DATE-9 TO WS-FROM-DATE
           END-IF
           IF WS-OP-THRU-DATE NOT = SPACES
               IF WS-OP-THRU-DATE-9 NOT NUMERIC
                   MOVE 'THRU DATE MUST BE CCYYMMDD' TO WS-ERROR-TEXT
                   GO TO 1300-EXIT
               END-IF
               MOVE WS-OP-THRU-DATE-9 TO WS-THRU-DATE
           END-IF
           IF WS-FROM-DATE > WS-THRU-DATE
               MOVE 'FROM DATE IS AFTER THRU DATE' TO WS-ERROR-TEXT
               GO TO 1300-EXIT
           END-IF
           MOVE WS-OP-CLIENT-ID TO WS-CLIENT-ID
           MOVE WS-OP-TITLE     TO WS-TITLE
           IF WS-OP-ROW-TYPE = SPACES
               GO TO 1300-EXIT
           END-IF
           MOVE WS-OP-ROW-TYPE  TO PCDS-00-REC-TYPE
           IF NOT CLAIM-RECS
               MOVE 'ROW RECORD TYPE IS NOT HELD ON THE REPOSITORY'
                 TO WS-ERROR-TEXT
               GO TO 1300-EXIT
           END-IF
           MOVE WS-OP-ROW-TYPE  TO WS-ROW-TYPE
           MOVE WS-ROW-TYPE     TO WS-ROW-HEAD-TYPE
           MOVE '0'             TO WS-ROW-HEAD-TYPE (2:1).
       1300-EXIT.
           EXIT.
       1350-BATCH-TYPE-CARD.
           PERFORM 1360-ADD-BATCH-TYPE THRU 1360-EXIT
               VARYING WS-CARD-BT-SUB FROM 1 BY 1
               UNTIL WS-CARD-BT-SUB > 10.
       1350-EXIT.
           EXIT.
       1360-ADD-BATCH-TYPE.
           IF WS-BT-CARD-TYPE (WS-CARD-BT-SUB) = SPACES
               GO TO 1360-EXIT
           END-IF
           IF WS-BT-COUNT NOT < 30
               MOVE 'MORE THAN 30 BATCH TYPES' TO WS-ERROR-TEXT
               GO TO 1360-EXIT
           END-IF
           ADD 1 TO WS-BT-COUNT
           MOVE WS-BT-CARD-TYPE (WS-CARD-BT-SUB)
             TO WS-BT-TYPE (WS-BT-COUNT).
       1360-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1400-FIELD-CARD -- ONE OUTPUT COLUMN.                         *
      **----------------------------------------------------------------*
       1400-FIELD-CARD.
           IF WS-COL-COUNT NOT < 60
               MOVE 'MORE THAN 60 OUTPUT FIELDS' TO WS-ERROR-TEXT
               GO TO 1400-EXIT
           END-IF
           MOVE WS-FL-FIELD-NAME TO WS-LOOKUP-NAME
           PERFORM 1600-LOOKUP-FIELD THRU 1600-EXIT
           IF WS-ERROR-TEXT NOT = SPACES
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-COL-COUNT
           MOVE WS-LOOKUP-SUB TO WS-COL-FD-SUB (WS-COL-COUNT)
           MOVE WS-FL-OCC-1   TO WS-OCC-TEXT
           PERFORM 1700-PARSE-OCCURRENCE THRU 1700-EXIT
           IF WS-OCC-ERROR
            OR WS-OCC-ANY
            OR WS-OCC-NUMBER > WS-FD-OCCURS-1 (WS-LOOKUP-SUB)
               AND WS-OCC-NUMBER > 1
               MOVE 'OCCURRENCE OUT OF RANGE FOR THIS FIELD'
                 TO WS-ERROR-TEXT
               GO TO 1400-EXIT
           END-IF
           MOVE WS-OCC-NUMBER TO WS-COL-OCC-1 (WS-COL-COUNT)
           MOVE WS-FL-OCC-2   TO WS-OCC-TEXT
           PERFORM 1700-PARSE-OCCURRENCE THRU 1700-EXIT
           IF WS-OCC-ERROR
            OR WS-OCC-ANY
            OR WS-OCC-NUMBER > WS-FD-OCCURS-2 (WS-LOOKUP-SUB)
               AND WS-OCC-NUMBER > 1
               MOVE 'INNER OCCURRENCE OUT OF RANGE FOR THIS FIELD'
                 TO WS-ERROR-TEXT
               GO TO 1400-EXIT
           END-IF
           MOVE WS-OCC-NUMBER TO WS-COL-OCC-2 (WS-COL-COUNT)
           MOVE WS-FL-HEADING TO WS-COL-HEADING (WS-COL-COUNT)
           IF WS-FL-HEADING NOT = SPACES
               GO TO 1400-EXIT
           END-IF
           MOVE WS-COL-OCC-1 (WS-COL-COUNT) TO WS-OCC-NUMBER
           PERFORM 1720-EDIT-OCCURRENCE THRU 1720-EXIT
           MOVE WS-OCC-WORK TO WS-HEAD-OCC-1
           MOVE WS-COL-OCC-2 (WS-COL-COUNT) TO WS-OCC-NUMBER
           PERFORM 1720-EDIT-OCCURRENCE THRU 1720-EXIT
           MOVE WS-OCC-WORK TO WS-HEAD-OCC-2
           IF WS-FD-OCCURS-2 (WS-LOOKUP-SUB) > ZERO
               STRING WS-FL-FIELD-NAME DELIMITED BY SPACE
                      '(' DELIMITED BY SIZE
                      WS-HEAD-OCC-1 DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HEAD-OCC-2 DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                   INTO WS-COL-HEADING (WS-COL-COUNT)
               GO TO 1400-EXIT
           END-IF
           IF WS-FD-OCCURS-1 (WS-LOOKUP-SUB) > ZERO
               STRING WS-FL-FIELD-NAME DELIMITED BY SPACE
                      '(' DELIMITED BY SIZE
                      WS-HEAD-OCC-1 DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                   INTO WS-COL-HEADING (WS-COL-COUNT)
               GO TO 1400-EXIT
           END-IF
           MOVE WS-FL-FIELD-NAME TO WS-COL-HEADING (WS-COL-COUNT).
       1400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1500-SELECT-CARD -- ONE SELECTION CONDITION.  LITERALS ARE    *
      **   ALSO READ AS NUMBERS, SO A NUMERIC FIELD IS COMPARED BY VALUE *
      **   (1000 = 1000.00) AND ANY OTHER FIELD BYTE FOR BYTE.           *
      **----------------------------------------------------------------*
       1500-SELECT-CARD.
           IF WS-FLT-COUNT NOT < 30
               MOVE 'MORE THAN 30 SELECTION CONDITIONS'
                 TO WS-ERROR-TEXT
               GO TO 1500-EXIT
           END-IF
           IF NOT WS-SL-VALID-OPERATOR
               MOVE 'OPERATOR MUST BE EQ NE LT LE GT GE RG OR IN'
                 TO WS-ERROR-TEXT
               GO TO 1500-EXIT
           END-IF
           MOVE WS-SL-FIELD-NAME TO WS-LOOKUP-NAME
           PERFORM 1600-LOOKUP-FIELD THRU 1600-EXIT
           IF WS-ERROR-TEXT NOT = SPACES
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO WS-FLT-COUNT
           MOVE WS-FLT-COUNT TO WS-FLT-SUB
           MOVE WS-LOOKUP-SUB  TO WS-FLT-FD-SUB (WS-FLT-SUB)
           MOVE WS-SL-OPERATOR TO WS-FLT-OPERATOR (WS-FLT-SUB)
           MOVE ZERO           TO WS-FLT-CROSS-SUB (WS-FLT-SUB)
                                  WS-FLT-LIST-COUNT (WS-FLT-SUB)
                                  WS-FLT-LOW-NUM (WS-FLT-SUB)
                                  WS-FLT-HIGH-NUM (WS-FLT-SUB)
           MOVE SPACES         TO WS-FLT-LOW-TEXT (WS-FLT-SUB)
                                  WS-FLT-HIGH-TEXT (WS-FLT-SUB)
           MOVE 'N'            TO WS-FLT-LOW-NUM-SW (WS-FLT-SUB)
                                  WS-FLT-HIGH-NUM-SW (WS-FLT-SUB)
                                  WS-FLT-ROW-LEVEL-SW (WS-FLT-SUB)
           MOVE WS-SL-OCC-1    TO WS-OCC-TEXT
           PERFORM 1700-PARSE-OCCURRENCE THRU 1700-EXIT
           IF WS-OCC-ERROR
            OR WS-OCC-NUMBER > WS-FD-OCCURS-1 (WS-LOOKUP-SUB)
               AND WS-OCC-NUMBER > 1
               MOVE 'OCCURRENCE OUT OF RANGE FOR THIS FIELD'
                 TO WS-ERROR-TEXT
               GO TO 1500-EXIT
           END-IF
           MOVE WS-OCC-NUMBER  TO WS-FLT-OCC-1 (WS-FLT-SUB)
           MOVE WS-SL-OCC-2    TO WS-OCC-TEXT
           PERFORM 1700-PARSE-OCCURRENCE THRU 1700-EXIT
           IF WS-OCC-ERROR
            OR WS-OCC-ANY
            OR WS-OCC-NUMBER > WS-FD-OCCURS-2 (WS-LOOKUP-SUB)
               AND WS-OCC-NUMBER > 1
               MOVE 'INNER OCCURRENCE OUT OF RANGE FOR THIS FIELD'
                 TO WS-ERROR-TEXT
               GO TO 1500-EXIT
           END-IF
           MOVE WS-OCC-NUMBER  TO WS-FLT-OCC-2 (WS-FLT-SUB)
           EVALUATE WS-SL-OPERATOR
               WHEN 'RG'
                   PERFORM 1520-RANGE-VALUES THRU 1520-EXIT
               WHEN 'IN'
                   MOVE WS-SL-VALUE TO WS-LIST-TEXT
                   PERFORM 1800-PARSE-LIST THRU 1800-EXIT
               WHEN OTHER
                   PERFORM 1510-SINGLE-VALUE THRU 1510-EXIT
           END-EVALUATE.
       1500-EXIT.
           EXIT.
       1510-SINGLE-VALUE.
           IF WS-SL-CROSS-FLAG NOT = '@'
               MOVE WS-SL-VALUE TO WS-FLT-LOW-TEXT (WS-FLT-SUB)
                                   WS-LIT-TEXT
               PERFORM 1750-PARSE-LITERAL THRU 1750-EXIT
               MOVE WS-LIT-VALID-SW TO WS-FLT-LOW-NUM-SW (WS-FLT-SUB)
               MOVE WS-LIT-NUMBER   TO WS-FLT-LOW-NUM (WS-FLT-SUB)
               GO TO 1510-EXIT
           END-IF
           MOVE WS-SL-CROSS-NAME TO WS-LOOKUP-NAME
           PERFORM 1600-LOOKUP-FIELD THRU 1600-EXIT
           IF WS-ERROR-TEXT = SPACES
               MOVE WS-LOOKUP-SUB TO WS-FLT-CROSS-SUB (WS-FLT-SUB)
           END-IF.
       1510-EXIT.
           EXIT.
       1520-RANGE-VALUES.
           IF WS-SL-LOW = SPACES
            OR WS-SL-HIGH = SPACES
               MOVE 'RG NEEDS A LOW (46-62) AND A HIGH (64-80) VALUE'
                 TO WS-ERROR-TEXT
               GO TO 1520-EXIT
           END-IF
           MOVE WS-SL-LOW  TO WS-FLT-LOW-TEXT (WS-FLT-SUB) WS-LIT-TEXT
           PERFORM 1750-PARSE-LITERAL THRU 1750-EXIT
           MOVE WS-LIT-VALID-SW TO WS-FLT-LOW-NUM-SW (WS-FLT-SUB)
           MOVE WS-LIT-NUMBER   TO WS-FLT-LOW-NUM (WS-FLT-SUB)
           MOVE WS-SL-HIGH TO WS-FLT-HIGH-TEXT (WS-FLT-SUB) WS-LIT-TEXT
           PERFORM 1750-PARSE-LITERAL THRU 1750-EXIT
           MOVE WS-LIT-VALID-SW TO WS-FLT-HIGH-NUM-SW (WS-FLT-SUB)
           MOVE WS-LIT-NUMBER   TO WS-FLT-HIGH-NUM (WS-FLT-SUB).
       1520-EXIT.
           EXIT.
       1550-CONTINUE-CARD.
           IF WS-FLT-COUNT = ZERO
               MOVE 'SC CARD MUST FOLLOW AN SL ... IN CARD'
                 TO WS-ERROR-TEXT
               GO TO 1550-EXIT
           END-IF
           MOVE WS-FLT-COUNT TO WS-FLT-SUB
           IF WS-FLT-OPERATOR (WS-FLT-SUB) NOT = 'IN'
               MOVE 'SC CARD MUST FOLLOW AN SL ... IN CARD'
                 TO WS-ERROR-TEXT
               GO TO 1550-EXIT
           END-IF
           MOVE WS-SL-VALUE TO WS-LIST-TEXT
           PERFORM 1800-PARSE-LIST THRU 1800-EXIT.
       1550-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1600-LOOKUP-FIELD -- THE NAME MUST BE ON THE DICTIONARY AND   *
      **   ITS RECORD TYPE HELD ON THE REPOSITORY.  A NAME USED TWICE    *
      **   SHARES ONE ENTRY.                                             *
      **----------------------------------------------------------------*
       1600-LOOKUP-FIELD.
           MOVE ZERO TO WS-LOOKUP-SUB
           IF WS-LOOKUP-NAME = SPACES
               MOVE 'NO DATA NAME GIVEN' TO WS-ERROR-TEXT
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-MATCH-FIELD THRU 1610-EXIT
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
                  OR WS-LOOKUP-SUB > ZERO
           IF WS-LOOKUP-SUB > ZERO
               GO TO 1600-EXIT
           END-IF
           MOVE WS-LOOKUP-NAME TO PCD-FDIC-FIELD-NAME
           READ PCD-FDIC-MASTER
               INVALID KEY
                   MOVE '23' TO WS-FDIC-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-FDIC-FILE-STATUS
           END-READ
           IF NOT WS-FDIC-FOUND
               STRING WS-LOOKUP-NAME DELIMITED BY SPACE
                      ' IS NOT A P124CLAM DATA NAME' DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               GO TO 1600-EXIT
           END-IF
           PERFORM 1650-CHECK-HELD THRU 1650-EXIT
           IF WS-ERROR-TEXT NOT = SPACES
               GO TO 1600-EXIT
           END-IF
           IF WS-FD-COUNT NOT < 90
               MOVE 'MORE THAN 90 DIFFERENT DATA NAMES' TO WS-ERROR-TEXT
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO WS-FD-COUNT
           MOVE WS-FD-COUNT         TO WS-LOOKUP-SUB
           MOVE PCD-FDIC-FIELD-NAME TO WS-FD-NAME     (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-REC-TYPE   TO WS-FD-REC-TYPE (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-START-POS  TO WS-FD-START    (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-LENGTH     TO WS-FD-LENGTH   (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-CLASS      TO WS-FD-CLASS    (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-DIGITS     TO WS-FD-DIGITS   (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-DECIMALS   TO WS-FD-DECIMALS (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-OCCURS-1   TO WS-FD-OCCURS-1 (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-STRIDE-1   TO WS-FD-STRIDE-1 (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-OCCURS-2   TO WS-FD-OCCURS-2 (WS-LOOKUP-SUB)
           MOVE PCD-FDIC-STRIDE-2   TO WS-FD-STRIDE-2 (WS-LOOKUP-SUB)
           MOVE 'N'                 TO WS-FD-ROW-LEVEL-SW
                                                      (WS-LOOKUP-SUB).
       1600-EXIT.
           EXIT.
       1610-MATCH-FIELD.
           IF WS-FD-NAME (WS-FD-SUB) = WS-LOOKUP-NAME
               MOVE WS-FD-SUB TO WS-LOOKUP-SUB
           END-IF.
       1610-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1650-CHECK-HELD -- COMMON-AREA (00) AND CLAIM-CHAIN FIELDS    *
      **   ARE HELD; AN A0 OR B0 FIELD ONLY WHEN IT LIES INSIDE THE      *
      **   JOB NUMBER, PROCESSING DATE OR BATCH TYPE THE REPOSITORY      *
      **   ROW CARRIES.                                                  *
      **----------------------------------------------------------------*
       1650-CHECK-HELD.
           IF PCD-FDIC-ANY-REC-TYPE
               GO TO 1650-EXIT
           END-IF
           MOVE PCD-FDIC-REC-TYPE TO PCDS-00-REC-TYPE
           IF CLAIM-RECS
               GO TO 1650-EXIT
           END-IF
           IF PCD-FDIC-REC-TYPE = 'A0'
              AND PCD-FDIC-START-POS NOT < WS-JOBNUM-START
              AND PCD-FDIC-START-POS + PCD-FDIC-LENGTH
                  NOT > WS-JOBNUM-START + WS-JOBNUM-LENGTH
               GO TO 1650-EXIT
           END-IF
           IF PCD-FDIC-REC-TYPE = 'A0'
              AND PCD-FDIC-START-POS NOT < WS-PROCDT-START
              AND PCD-FDIC-START-POS + PCD-FDIC-LENGTH
                  NOT > WS-PROCDT-START + WS-PROCDT-LENGTH
               GO TO 1650-EXIT
           END-IF
           IF PCD-FDIC-REC-TYPE = 'B0'
              AND PCD-FDIC-START-POS NOT < WS-BATCH-START
              AND PCD-FDIC-START-POS + PCD-FDIC-LENGTH
                  NOT > WS-BATCH-START + WS-BATCH-LENGTH
               GO TO 1650-EXIT
           END-IF
           STRING PCD-FDIC-FIELD-NAME DELIMITED BY SPACE
                  ' IS NOT HELD ON THE CLAIM REPOSITORY'
                      DELIMITED BY SIZE
               INTO WS-ERROR-TEXT.
       1650-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1700-PARSE-OCCURRENCE -- BLANK IS 1; ANY OR * IS EVERY        *
      **   OCCURRENCE; OTHERWISE 1-3 DIGITS, LEFT OR RIGHT JUSTIFIED.    *
      **----------------------------------------------------------------*
       1700-PARSE-OCCURRENCE.
           MOVE 'N' TO WS-OCC-ANY-SW WS-OCC-ERROR-SW
           MOVE 1   TO WS-OCC-NUMBER
           EVALUATE TRUE
               WHEN WS-OCC-TEXT = SPACES
                   GO TO 1700-EXIT
               WHEN WS-OCC-TEXT = 'ANY' OR '*'
                   MOVE 'Y'  TO WS-OCC-ANY-SW
                   MOVE ZERO TO WS-OCC-NUMBER
                   GO TO 1700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1710-RIGHT-JUSTIFY THRU 1710-EXIT
               UNTIL WS-OCC-TEXT (3:1) NOT = SPACE
           INSPECT WS-OCC-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-OCC-TEXT NOT NUMERIC
               MOVE 'Y' TO WS-OCC-ERROR-SW
               GO TO 1700-EXIT
           END-IF
           MOVE WS-OCC-TEXT TO WS-OCC-NUMBER
           IF WS-OCC-NUMBER = ZERO
               MOVE 'Y' TO WS-OCC-ERROR-SW
           END-IF.
       1700-EXIT.
           EXIT.
       1710-RIGHT-JUSTIFY.
           MOVE WS-OCC-TEXT       TO WS-OCC-WORK
           MOVE SPACE             TO WS-OCC-TEXT (1:1)
           MOVE WS-OCC-WORK (1:2) TO WS-OCC-TEXT (2:2).
       1710-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1720-EDIT-OCCURRENCE -- WS-OCC-NUMBER LEFT-JUSTIFIED WITHOUT  *
      **   LEADING ZEROS INTO WS-OCC-WORK, FOR A COLUMN HEADING.         *
      **----------------------------------------------------------------*
       1720-EDIT-OCCURRENCE.
           MOVE WS-OCC-NUMBER TO WS-OCC-EDIT
           EVALUATE TRUE
               WHEN WS-OCC-NUMBER < 10
                   MOVE WS-OCC-EDIT (3:1) TO WS-OCC-WORK
               WHEN WS-OCC-NUMBER < 100
                   MOVE WS-OCC-EDIT (2:2) TO WS-OCC-WORK
               WHEN OTHER
                   MOVE WS-OCC-EDIT       TO WS-OCC-WORK
           END-EVALUATE.
       1720-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1750-PARSE-LITERAL -- READ A VALUE AS A SIGNED DECIMAL        *
      **   NUMBER (-12.50, 400, +3).  ANYTHING ELSE LEAVES IT TEXT ONLY. *
      **   UP TO 14 INTEGER AND 4 DECIMAL PLACES.                        *
      **----------------------------------------------------------------*
       1750-PARSE-LITERAL.
           MOVE ZERO  TO WS-LIT-NUMBER WS-LIT-PLACES
           MOVE 'Y'   TO WS-LIT-VALID-SW
           MOVE 'N'   TO WS-LIT-DIGIT-SEEN
           MOVE '+'   TO WS-LIT-SIGN
           SET WS-LIT-LEADING TO TRUE
           PERFORM 1760-LITERAL-CHAR THRU 1760-EXIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 35
                  OR NOT WS-LIT-VALID
           IF WS-LIT-DIGIT-SEEN = 'N'
               MOVE 'N' TO WS-LIT-VALID-SW
           END-IF
           IF NOT WS-LIT-VALID
               MOVE ZERO TO WS-LIT-NUMBER
               GO TO 1750-EXIT
           END-IF
           IF WS-LIT-SIGN = '-'
               COMPUTE WS-LIT-NUMBER = ZERO - WS-LIT-NUMBER
           END-IF.
       1750-EXIT.
           EXIT.
       1760-LITERAL-CHAR.
           MOVE WS-LIT-TEXT (WS-CHAR-SUB:1) TO WS-LIT-CHAR
           EVALUATE TRUE
               WHEN WS-LIT-CHAR = SPACE
                   IF NOT WS-LIT-LEADING
                       SET WS-LIT-TRAILING TO TRUE
                   END-IF
               WHEN WS-LIT-TRAILING
                   MOVE 'N' TO WS-LIT-VALID-SW
               WHEN WS-LIT-CHAR = '+' OR '-'
                   IF WS-LIT-LEADING
                       MOVE WS-LIT-CHAR TO WS-LIT-SIGN
                       SET WS-LIT-INTEGER TO TRUE
                   ELSE
                       MOVE 'N' TO WS-LIT-VALID-SW
                   END-IF
               WHEN WS-LIT-CHAR = '.'
                   IF WS-LIT-FRACTION
                       MOVE 'N' TO WS-LIT-VALID-SW
                   ELSE
                       SET WS-LIT-FRACTION TO TRUE
                   END-IF
               WHEN WS-LIT-CHAR IS NUMERIC
                   MOVE 'Y'         TO WS-LIT-DIGIT-SEEN
                   MOVE WS-LIT-CHAR TO WS-LIT-DIGIT-X
                   PERFORM 1770-LITERAL-DIGIT THRU 1770-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-LIT-VALID-SW
           END-EVALUATE.
       1760-EXIT.
           EXIT.
       1770-LITERAL-DIGIT.
           IF WS-LIT-FRACTION
               IF WS-LIT-PLACES < 4
                   ADD 1 TO WS-LIT-PLACES
                   COMPUTE WS-LIT-NUMBER = WS-LIT-NUMBER
                       + (WS-LIT-DIGIT / (10 ** WS-LIT-PLACES))
               END-IF
               GO TO 1770-EXIT
           END-IF
           SET WS-LIT-INTEGER TO TRUE
           COMPUTE WS-LIT-NUMBER = (WS-LIT-NUMBER * 10) + WS-LIT-DIGIT
               ON SIZE ERROR
                   MOVE 'N' TO WS-LIT-VALID-SW
           END-COMPUTE.
       1770-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1800-PARSE-LIST -- SPLIT A COMMA-SEPARATED LIST ONTO THE      *
      **   CONDITION IN HAND.  LEADING SPACES OF EACH VALUE ARE DROPPED. *
      **----------------------------------------------------------------*
       1800-PARSE-LIST.
           MOVE 1 TO WS-LIST-PTR
           PERFORM 1810-NEXT-LIST-ITEM THRU 1810-EXIT
               UNTIL WS-LIST-PTR > 35
                  OR WS-ERROR-TEXT NOT = SPACES
           IF WS-FLT-LIST-COUNT (WS-FLT-SUB) = ZERO
            AND WS-ERROR-TEXT = SPACES
               MOVE 'IN NEEDS AT LEAST ONE VALUE' TO WS-ERROR-TEXT
           END-IF.
       1800-EXIT.
           EXIT.
       1810-NEXT-LIST-ITEM.
           MOVE SPACES TO WS-LIST-ITEM
           UNSTRING WS-LIST-TEXT DELIMITED BY ','
               INTO WS-LIST-ITEM
               WITH POINTER WS-LIST-PTR
           END-UNSTRING
           PERFORM 1820-DROP-LEADING-SPACE THRU 1820-EXIT
           IF WS-LIST-ITEM = SPACES
               GO TO 1810-EXIT
           END-IF
           IF WS-FLT-LIST-COUNT (WS-FLT-SUB) NOT < 20
               MOVE 'MORE THAN 20 IN-LIST VALUES' TO WS-ERROR-TEXT
               GO TO 1810-EXIT
           END-IF
           ADD 1 TO WS-FLT-LIST-COUNT (WS-FLT-SUB)
           MOVE WS-FLT-LIST-COUNT (WS-FLT-SUB) TO WS-LIST-SUB
           MOVE WS-LIST-ITEM
             TO WS-FLT-LIST-TEXT (WS-FLT-SUB WS-LIST-SUB)
                WS-LIT-TEXT
           PERFORM 1750-PARSE-LITERAL THRU 1750-EXIT
           MOVE WS-LIT-NUMBER
             TO WS-FLT-LIST-NUM (WS-FLT-SUB WS-LIST-SUB)
           MOVE WS-LIT-VALID-SW
             TO WS-FLT-LIST-NUM-SW (WS-FLT-SUB WS-LIST-SUB).
       1810-EXIT.
           EXIT.
       1820-DROP-LEADING-SPACE.
           IF WS-LIST-ITEM = SPACES
            OR WS-LIST-ITEM (1:1) NOT = SPACE
               GO TO 1820-EXIT
           END-IF
           MOVE WS-LIST-ITEM (2:19) TO WS-LIST-ITEM
           GO TO 1820-DROP-LEADING-SPACE.
       1820-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1900-FINISH-PARMS -- NOW THE ROW RECORD TYPE IS KNOWN, MARK   *
      **   THE ROW-LEVEL FIELDS AND CONDITIONS AND LAY OUT THE REPORT.   *
      **----------------------------------------------------------------*
       1900-FINISH-PARMS.
           MOVE SPACES TO WS-ERROR-TEXT
           IF WS-COL-COUNT = ZERO
               MOVE 'AT LEAST ONE FL CARD IS NEEDED' TO WS-ERROR-TEXT
               PERFORM 1990-PARM-ERROR THRU 1990-EXIT
           END-IF
           IF WS-FROM-DATE = ZERO
            AND WS-THRU-DATE = 99999999
               DISPLAY 'PCD235 - NO DATE RANGE - EVERY PROCESSING '
                   'DATE ON THE REPOSITORY IS SEARCHED'
           END-IF
           IF WS-PARM-ERROR
               GO TO 1900-EXIT
           END-IF
           PERFORM 1910-MARK-ROW-LEVEL THRU 1910-EXIT
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
           PERFORM 1920-MARK-FILTER THRU 1920-EXIT
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > WS-FLT-COUNT
           MOVE 1 TO WS-RPT-POS
           PERFORM 1930-LAY-OUT-COLUMN THRU 1930-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT.
       1900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1910-MARK-ROW-LEVEL -- A FIELD BELONGS TO THE ROW WHEN IT IS  *
      **   A COMMON-AREA FIELD OR ITS RECORD TYPE IS OF THE ROW'S        *
      **   FAMILY.  THE F FAMILY TAKES IN THE G (DME), H AND K (PRIOR    *
      **   PAYER) LINE RECORDS THAT FOLLOW AN F0.                        *
      **----------------------------------------------------------------*
       1910-MARK-ROW-LEVEL.
           MOVE 'N' TO WS-FD-ROW-LEVEL-SW (WS-FD-SUB)
           IF WS-ROW-TYPE = SPACES
               GO TO 1910-EXIT
           END-IF
           IF WS-FD-REC-TYPE (WS-FD-SUB) = '00'
            OR WS-FD-REC-TYPE (WS-FD-SUB) (1:1) = WS-ROW-TYPE (1:1)
               MOVE 'Y' TO WS-FD-ROW-LEVEL-SW (WS-FD-SUB)
               GO TO 1910-EXIT
           END-IF
           IF WS-ROW-TYPE (1:1) = 'F'
            AND (WS-FD-REC-TYPE (WS-FD-SUB) (1:1) = 'G'
              OR WS-FD-REC-TYPE (WS-FD-SUB) (1:1) = 'H'
              OR WS-FD-REC-TYPE (WS-FD-SUB) (1:1) = 'K')
               MOVE 'Y' TO WS-FD-ROW-LEVEL-SW (WS-FD-SUB)
           END-IF.
       1910-EXIT.
           EXIT.
       1920-MARK-FILTER.
           MOVE WS-FLT-FD-SUB (WS-FLT-SUB) TO WS-FD-SUB
           MOVE WS-FD-ROW-LEVEL-SW (WS-FD-SUB)
             TO WS-FLT-ROW-LEVEL-SW (WS-FLT-SUB)
           MOVE WS-FLT-CROSS-SUB (WS-FLT-SUB) TO WS-FD-SUB
           IF WS-FD-SUB > ZERO
               IF WS-FD-ROW-LEVEL (WS-FD-SUB)
                   MOVE 'Y' TO WS-FLT-ROW-LEVEL-SW (WS-FLT-SUB)
               END-IF
           END-IF.
       1920-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1930-LAY-OUT-COLUMN -- A COLUMN IS AS WIDE AS THE FIELD'S     *
      **   EDITED VALUE OR ITS HEADING (UP TO 20), WHICHEVER IS WIDER,   *
      **   AND NEVER MORE THAN 40.  COLUMNS PAST 132 ARE NOT PRINTED.    *
      **----------------------------------------------------------------*
       1930-LAY-OUT-COLUMN.
           MOVE WS-COL-FD-SUB (WS-COL-SUB) TO WS-FD-SUB
           IF WS-FD-NUMERIC (WS-FD-SUB)
               COMPUTE WS-COL-WIDTH (WS-COL-SUB)
                   = WS-FD-DIGITS (WS-FD-SUB) + 1
               IF WS-FD-DECIMALS (WS-FD-SUB) > ZERO
                   ADD 1 TO WS-COL-WIDTH (WS-COL-SUB)
               END-IF
           ELSE
               MOVE WS-FD-LENGTH (WS-FD-SUB)
                 TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF
           MOVE SPACES TO WS-TEXT-VALUE
           MOVE WS-COL-HEADING (WS-COL-SUB) TO WS-TEXT-VALUE
           PERFORM 8000-TRIM-LENGTH THRU 8000-EXIT
           IF WS-TEXT-LEN > 20
               MOVE 20 TO WS-TEXT-LEN
           END-IF
           IF WS-TEXT-LEN > WS-COL-WIDTH (WS-COL-SUB)
               MOVE WS-TEXT-LEN TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF
           IF WS-COL-WIDTH (WS-COL-SUB) > 40
               MOVE 40 TO WS-COL-WIDTH (WS-COL-SUB)
           END-IF
           MOVE ZERO TO WS-COL-RPT-START (WS-COL-SUB)
           IF WS-RPT-POS + WS-COL-WIDTH (WS-COL-SUB) - 1 NOT > 132
               MOVE WS-RPT-POS TO WS-COL-RPT-START (WS-COL-SUB)
               COMPUTE WS-RPT-POS = WS-RPT-POS
                   + WS-COL-WIDTH (WS-COL-SUB) + 1
           END-IF.
       1930-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1950-WRITE-HEADINGS -- THE COLUMN LEGEND ON THE LISTING, THEN *
      **   THE HEADER ROW OF THE DELIMITED FILE OR THE REPORT HEADING.   *
      **----------------------------------------------------------------*
       1950-WRITE-HEADINGS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 1960-LEGEND-LINE THRU 1960-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE WS-RPT-LINE
           MOVE 1      TO WS-OUT-PTR
           PERFORM 1970-HEADING-COLUMN THRU 1970-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           IF WS-DELIMITED-OUTPUT
               WRITE PCD-EXTRACT-REC FROM WS-OUT-LINE
           ELSE
               WRITE PCD-REPORT-LINE FROM WS-RPT-LINE
               MOVE ALL '-' TO WS-RPT-LINE
               WRITE PCD-REPORT-LINE FROM WS-RPT-LINE
           END-IF.
       1950-EXIT.
           EXIT.
       1960-LEGEND-LINE.
           MOVE WS-COL-FD-SUB (WS-COL-SUB) TO WS-FD-SUB
           MOVE WS-COL-SUB                 TO WS-LG-COLUMN
           MOVE WS-FD-NAME (WS-FD-SUB)     TO WS-LG-FIELD-NAME
           MOVE WS-FD-REC-TYPE (WS-FD-SUB) TO WS-LG-REC-TYPE
           MOVE WS-FD-START (WS-FD-SUB)    TO WS-LG-START
           MOVE WS-FD-LENGTH (WS-FD-SUB)   TO WS-LG-LENGTH
           MOVE SPACES                     TO WS-LG-NOTE
           EVALUATE TRUE
               WHEN WS-REPORT-OUTPUT
                AND WS-COL-RPT-START (WS-COL-SUB) = ZERO
                   MOVE 'NOT PRINTED - PAST THE REPORT WIDTH'
                     TO WS-LG-NOTE
               WHEN WS-FD-ROW-LEVEL (WS-FD-SUB)
                   MOVE 'FROM THE ROW RECORD'     TO WS-LG-NOTE
               WHEN OTHER
                   MOVE 'FIRST ON THE CLAIM'      TO WS-LG-NOTE
           END-EVALUATE
           WRITE PCD-REPORT-LINE FROM WS-LEGEND-LINE.
       1960-EXIT.
           EXIT.
       1970-HEADING-COLUMN.
           MOVE 'N'    TO WS-NUM-VALID-SW
           MOVE SPACES TO WS-TEXT-VALUE
           MOVE WS-COL-HEADING (WS-COL-SUB) TO WS-TEXT-VALUE
           PERFORM 8000-TRIM-LENGTH THRU 8000-EXIT
           IF WS-DELIMITED-OUTPUT
               PERFORM 5200-APPEND-DELIMITED THRU 5200-EXIT
           ELSE
               PERFORM 5300-PLACE-IN-REPORT  THRU 5300-EXIT
           END-IF.
       1970-EXIT.
           EXIT.
       1990-PARM-ERROR.
           MOVE 'Y'           TO WS-PARM-ERROR-SWITCH
           MOVE WS-ERROR-TEXT TO WS-EL-TEXT
           WRITE PCD-REPORT-LINE FROM WS-ERROR-LINE
           DISPLAY 'PCD235 - ' WS-ERROR-TEXT
           MOVE SPACES TO WS-ERROR-TEXT.
       1990-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-REPOSITORY -- THE REPOSITORY IS IN PATIENT CONTROL  *
      **   NUMBER ORDER, SO EVERY ROW IS READ; A CHANGE OF PATIENT       *
      **   CONTROL NUMBER OR PROCESSING DATE ENDS A CLAIM CHAIN.         *
      **----------------------------------------------------------------*
       2000-SCAN-REPOSITORY.
           MOVE ZERO       TO WS-CHAIN-COUNT
           MOVE LOW-VALUES TO PCD-CRPM-KEY
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   SET WS-CRPM-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-READ-REPOSITORY THRU 2100-EXIT
               UNTIL WS-CRPM-END-OF-FILE
           PERFORM 3000-PROCESS-CHAIN THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-REPOSITORY.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-CRPM-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF WS-CHAIN-COUNT = ZERO
            OR PCD-CRPM-PAT-CNTL-NO NOT = WS-CHAIN-PAT-CNTL-NO
            OR PCD-CRPM-PROC-DATE   NOT = WS-CHAIN-PROC-DATE
               PERFORM 3000-PROCESS-CHAIN THRU 3000-EXIT
               PERFORM 2200-OPEN-CHAIN    THRU 2200-EXIT
           END-IF
           IF WS-CHAIN-SKIPPED
               GO TO 2100-EXIT
           END-IF
           IF WS-CHAIN-COUNT NOT < 1200
               IF WS-CHAIN-COUNT = 1200
                   ADD 1 TO WS-CHAINS-TRUNCATED
                   ADD 1 TO WS-CHAIN-COUNT
                   DISPLAY 'PCD235 - CLAIM CHAIN OVER 1198 RECORDS, '
                       'REST IGNORED: ' WS-CHAIN-PAT-CNTL-NO
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHAIN-COUNT
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-CHAIN-IMAGE (WS-CHAIN-COUNT).
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-OPEN-CHAIN -- THE CLAIM-LEVEL TESTS THAT NEED NO RECORD  *
      **   IMAGE (PROCESSING DATE, CLIENT, BATCH TYPE) ARE MADE HERE SO  *
      **   A CLAIM OUTSIDE THEM IS NEVER COLLECTED.  PROCESSING DATES    *
      **   ARE MMDDYY; YEARS BELOW 50 ARE 20XX.                          *
      **----------------------------------------------------------------*
       2200-OPEN-CHAIN.
           ADD 1 TO WS-CLAIMS-READ
           MOVE PCD-CRPM-PAT-CNTL-NO TO WS-CHAIN-PAT-CNTL-NO
           MOVE PCD-CRPM-PROC-DATE   TO WS-CHAIN-PROC-DATE
           MOVE PCD-CRPM-CLIENT-ID   TO WS-CHAIN-CLIENT-ID
           MOVE PCD-CRPM-BATCH-TYPE  TO WS-CHAIN-BATCH-TYPE
           MOVE 'Y'                  TO WS-CHAIN-SKIP-SWITCH
           MOVE 2                    TO WS-CHAIN-COUNT
           MOVE PCD-CRPM-PROC-DATE   TO WS-PROC-DATE-X
           IF WS-PROC-DATE-X NOT NUMERIC
               IF WS-FROM-DATE > ZERO
                OR WS-THRU-DATE < 99999999
                   GO TO 2200-EXIT
               END-IF
               MOVE ZERO TO WS-PROC-CCYYMMDD
           ELSE
               IF WS-PD-YY < 50
                   COMPUTE WS-PC-CCYY = 2000 + WS-PD-YY
               ELSE
                   COMPUTE WS-PC-CCYY = 1900 + WS-PD-YY
               END-IF
               MOVE WS-PD-MM TO WS-PC-MM
               MOVE WS-PD-DD TO WS-PC-DD
           END-IF
           IF WS-PROC-CCYYMMDD < WS-FROM-DATE
            OR WS-PROC-CCYYMMDD > WS-THRU-DATE
               GO TO 2200-EXIT
           END-IF
           IF WS-CLIENT-ID NOT = SPACES
            AND WS-CLIENT-ID NOT = WS-CHAIN-CLIENT-ID
               GO TO 2200-EXIT
           END-IF
           IF WS-BT-COUNT > ZERO
               MOVE 'N' TO WS-CLAIM-OK-SWITCH
               PERFORM 2210-MATCH-BATCH-TYPE THRU 2210-EXIT
                   VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
                      OR WS-CLAIM-OK
               IF NOT WS-CLAIM-OK
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-CHAIN-SKIP-SWITCH
           ADD 1 TO WS-CLAIMS-IN-SCOPE
           MOVE SPACES              TO WS-PCDSCLAIM-REC
           MOVE 'A0'                TO PCDS-00-REC-TYPE
           MOVE PCD-CRPM-JOBNUM     TO A0-UNIQUE-JOBNUM
           MOVE PCD-CRPM-PROC-DATE  TO A0-PROCESSING-DATE
           MOVE WS-PCDSCLAIM-REC    TO WS-CHAIN-IMAGE (1)
           MOVE SPACES              TO WS-PCDSCLAIM-REC
           MOVE 'B0'                TO PCDS-00-REC-TYPE
           MOVE PCD-CRPM-BATCH-TYPE TO B0-BATCH-TYPE
           MOVE WS-PCDSCLAIM-REC    TO WS-CHAIN-IMAGE (2).
       2200-EXIT.
           EXIT.
       2210-MATCH-BATCH-TYPE.
           IF WS-BT-TYPE (WS-BT-SUB) = WS-CHAIN-BATCH-TYPE
               MOVE 'Y' TO WS-CLAIM-OK-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-PROCESS-CHAIN -- TEST THE CLAIM-LEVEL CONDITIONS, THEN   *
      **   WRITE ONE ROW FOR THE CLAIM OR ONE PER ROW RECORD.            *
      **----------------------------------------------------------------*
       3000-PROCESS-CHAIN.
           IF WS-CHAIN-COUNT < 3
            OR WS-CHAIN-SKIPPED
               GO TO 3000-EXIT
           END-IF
           IF WS-CHAIN-COUNT > 1200
               MOVE 1200 TO WS-CHAIN-COUNT
           END-IF
           MOVE 'Y' TO WS-CLAIM-OK-SWITCH
           MOVE ZERO TO WS-ROW-FROM WS-ROW-THRU
           PERFORM 3100-TEST-CLAIM-FILTER THRU 3100-EXIT
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > WS-FLT-COUNT
                  OR NOT WS-CLAIM-OK
           IF NOT WS-CLAIM-OK
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-ROW-WRITTEN-SWITCH
           IF WS-ROW-TYPE = SPACES
               PERFORM 5000-WRITE-ROW THRU 5000-EXIT
           ELSE
               PERFORM 3200-CHECK-ROW THRU 3200-EXIT
                   VARYING WS-CHAIN-SUB FROM 3 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
           END-IF
           IF WS-ROW-WRITTEN
               ADD 1 TO WS-CLAIMS-SELECTED
           END-IF.
       3000-EXIT.
           EXIT.
       3100-TEST-CLAIM-FILTER.
           IF WS-FLT-ROW-LEVEL (WS-FLT-SUB)
               GO TO 3100-EXIT
           END-IF
           PERFORM 3400-TEST-FILTER THRU 3400-EXIT
           IF NOT WS-FILTER-MET
               MOVE 'N' TO WS-CLAIM-OK-SWITCH
           END-IF.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-ROW -- A ROW IS THE ROW RECORD AND THE RECORDS OF  *
      **   ITS FAMILY THAT FOLLOW IT, UP TO THE NEXT ROW RECORD OR THE   *
      **   NEXT FAMILY HEAD (F0 ENDS AN FB ROW).                         *
      **----------------------------------------------------------------*
       3200-CHECK-ROW.
           IF WS-CHAIN-IMAGE (WS-CHAIN-SUB) (1:2) NOT = WS-ROW-TYPE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-CHAIN-SUB TO WS-ROW-FROM WS-ROW-THRU
           PERFORM 3210-EXTEND-ROW THRU 3210-EXIT
           MOVE 'Y' TO WS-ROW-OK-SWITCH
           PERFORM 3300-TEST-ROW-FILTER THRU 3300-EXIT
               VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > WS-FLT-COUNT
                  OR NOT WS-ROW-OK
           IF WS-ROW-OK
               PERFORM 5000-WRITE-ROW THRU 5000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
       3210-EXTEND-ROW.
           IF WS-ROW-THRU NOT < WS-CHAIN-COUNT
               GO TO 3210-EXIT
           END-IF
           MOVE WS-CHAIN-IMAGE (WS-ROW-THRU + 1) (1:2)
             TO PCDS-00-REC-TYPE
           IF PCDS-00-REC-TYPE = WS-ROW-TYPE
            OR PCDS-00-REC-TYPE = WS-ROW-HEAD-TYPE
               GO TO 3210-EXIT
           END-IF
           IF PCDS-00-REC-TYPE (1:1) = WS-ROW-TYPE (1:1)
               ADD 1 TO WS-ROW-THRU
               GO TO 3210-EXTEND-ROW
           END-IF
           IF WS-ROW-TYPE (1:1) = 'F'
            AND (PCDS-00-REC-TYPE (1:1) = 'G'
              OR PCDS-00-REC-TYPE (1:1) = 'H'
              OR PCDS-00-REC-TYPE (1:1) = 'K')
               ADD 1 TO WS-ROW-THRU
               GO TO 3210-EXTEND-ROW
           END-IF.
       3210-EXIT.
           EXIT.
       3300-TEST-ROW-FILTER.
           IF NOT WS-FLT-ROW-LEVEL (WS-FLT-SUB)
               GO TO 3300-EXIT
           END-IF
           PERFORM 3400-TEST-FILTER THRU 3400-EXIT
           IF NOT WS-FILTER-MET
               MOVE 'N' TO WS-ROW-OK-SWITCH
           END-IF.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-TEST-FILTER -- THE CONDITION IS MET WHEN ANY RECORD OF   *
      **   THE FIELD'S TYPE IN SCOPE (AND, FOR ANY, ANY OCCURRENCE OF    *
      **   THE FIELD) MEETS IT.                                          *
      **----------------------------------------------------------------*
       3400-TEST-FILTER.
           MOVE 'N' TO WS-FILTER-MET-SWITCH
           MOVE WS-FLT-FD-SUB (WS-FLT-SUB) TO WS-FD-SUB
           PERFORM 4500-SET-SCOPE THRU 4500-EXIT
           MOVE WS-SCOPE-FROM TO WS-TEST-FROM
           MOVE WS-SCOPE-THRU TO WS-TEST-THRU
           IF WS-TEST-FROM = ZERO
               GO TO 3400-EXIT
           END-IF
           PERFORM 3410-TEST-RECORD THRU 3410-EXIT
               VARYING WS-REC-SUB FROM WS-TEST-FROM BY 1
               UNTIL WS-REC-SUB > WS-TEST-THRU
                  OR WS-FILTER-MET.
       3400-EXIT.
           EXIT.
       3410-TEST-RECORD.
           MOVE WS-FLT-FD-SUB (WS-FLT-SUB) TO WS-FD-SUB
           IF WS-FD-REC-TYPE (WS-FD-SUB) NOT = '00'
            AND WS-CHAIN-IMAGE (WS-REC-SUB) (1:2)
                NOT = WS-FD-REC-TYPE (WS-FD-SUB)
               GO TO 3410-EXIT
           END-IF
           IF WS-FLT-OCC-1 (WS-FLT-SUB) > ZERO
               MOVE WS-FLT-OCC-1 (WS-FLT-SUB) TO WS-OCC-SUB
               PERFORM 3420-TEST-OCCURRENCE THRU 3420-EXIT
               GO TO 3410-EXIT
           END-IF
           MOVE WS-FD-OCCURS-1 (WS-FD-SUB) TO WS-OCC-LIMIT
           IF WS-OCC-LIMIT = ZERO
               MOVE 1 TO WS-OCC-LIMIT
           END-IF
           PERFORM 3420-TEST-OCCURRENCE THRU 3420-EXIT
               VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-LIMIT
                  OR WS-FILTER-MET.
       3410-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3420-TEST-OCCURRENCE -- A FIELD-TO-FIELD CONDITION TAKES THE  *
      **   OTHER FIELD FROM THE FIRST RECORD OF ITS TYPE IN ITS OWN      *
      **   SCOPE, FIRST OCCURRENCE.                                      *
      **----------------------------------------------------------------*
       3420-TEST-OCCURRENCE.
           IF WS-FLT-CROSS-SUB (WS-FLT-SUB) > ZERO
               MOVE WS-FLT-CROSS-SUB (WS-FLT-SUB) TO WS-FD-SUB
               PERFORM 4400-FIND-FIRST-RECORD THRU 4400-EXIT
               IF WS-FOUND-SUB = ZERO
                   GO TO 3420-EXIT
               END-IF
               PERFORM 4000-GET-FIELD-VALUE THRU 4000-EXIT
               MOVE WS-RAW-VALUE    TO WS-CMP-TEXT
               MOVE WS-NUM-VALUE    TO WS-CMP-NUM
               MOVE WS-NUM-VALID-SW TO WS-CMP-NUM-SW
           END-IF
           MOVE WS-FLT-FD-SUB (WS-FLT-SUB) TO WS-FD-SUB
           MOVE WS-REC-SUB TO WS-FOUND-SUB
           PERFORM 4050-GET-OCCURRENCE THRU 4050-EXIT
           PERFORM 6000-COMPARE THRU 6000-EXIT.
       3420-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-GET-FIELD-VALUE -- FIELD WS-FD-SUB, FIRST OCCURRENCE,    *
      **   FROM CHAIN RECORD WS-FOUND-SUB.  4050 TAKES OCCURRENCE        *
      **   WS-OCC-SUB (INNER OCCURRENCE FROM THE CONDITION).  4060 TAKES *
      **   THE OCCURRENCES OF OUTPUT COLUMN WS-COL-SUB.                  *
      **----------------------------------------------------------------*
       4000-GET-FIELD-VALUE.
           MOVE WS-FD-START (WS-FD-SUB) TO WS-VALUE-OFFSET
           PERFORM 4100-EXTRACT-VALUE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
       4050-GET-OCCURRENCE.
           COMPUTE WS-VALUE-OFFSET = WS-FD-START (WS-FD-SUB)
               + ((WS-OCC-SUB - 1) * WS-FD-STRIDE-1 (WS-FD-SUB))
               + ((WS-FLT-OCC-2 (WS-FLT-SUB) - 1)
                  * WS-FD-STRIDE-2 (WS-FD-SUB))
           PERFORM 4100-EXTRACT-VALUE THRU 4100-EXIT.
       4050-EXIT.
           EXIT.
       4060-GET-COLUMN-VALUE.
           COMPUTE WS-VALUE-OFFSET = WS-FD-START (WS-FD-SUB)
               + ((WS-COL-OCC-1 (WS-COL-SUB) - 1)
                  * WS-FD-STRIDE-1 (WS-FD-SUB))
               + ((WS-COL-OCC-2 (WS-COL-SUB) - 1)
                  * WS-FD-STRIDE-2 (WS-FD-SUB))
           PERFORM 4100-EXTRACT-VALUE THRU 4100-EXIT.
       4060-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4100-EXTRACT-VALUE -- COPY THE FIELD'S BYTES AND, FOR A       *
      **   NUMERIC FIELD HOLDING A VALID NUMBER, ITS VALUE SCALED BY ITS *
      **   DECIMAL PLACES.                                               *
      **----------------------------------------------------------------*
       4100-EXTRACT-VALUE.
           MOVE SPACES TO WS-RAW-VALUE
           MOVE ZERO   TO WS-NUM-VALUE
           MOVE 'N'    TO WS-NUM-VALID-SW
           IF WS-VALUE-OFFSET + WS-FD-LENGTH (WS-FD-SUB) - 1 > 192
            OR WS-FD-LENGTH (WS-FD-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CHAIN-IMAGE (WS-FOUND-SUB)
                    (WS-VALUE-OFFSET:WS-FD-LENGTH (WS-FD-SUB))
             TO WS-RAW-VALUE (1:WS-FD-LENGTH (WS-FD-SUB))
           IF NOT WS-FD-NUMERIC (WS-FD-SUB)
            OR WS-FD-LENGTH (WS-FD-SUB) > 18
               GO TO 4100-EXIT
           END-IF
           EVALUATE WS-FD-CLASS (WS-FD-SUB)
               WHEN '9'
                   PERFORM 4110-DECODE-UNSIGNED THRU 4110-EXIT
               WHEN 'S'
                   PERFORM 4120-DECODE-SIGNED   THRU 4120-EXIT
               WHEN 'P'
                   PERFORM 4130-DECODE-PACKED   THRU 4130-EXIT
               WHEN 'B'
                   PERFORM 4140-DECODE-BINARY   THRU 4140-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.
       4110-DECODE-UNSIGNED.
           MOVE ALL '0' TO WS-ZONED-BUFFER
           MOVE WS-RAW-VALUE (1:WS-FD-LENGTH (WS-FD-SUB))
             TO WS-ZONED-BUFFER
                  (19 - WS-FD-LENGTH (WS-FD-SUB):
                   WS-FD-LENGTH (WS-FD-SUB))
           IF WS-ZONED-UNSIGNED NOT NUMERIC
               GO TO 4110-EXIT
           END-IF
           COMPUTE WS-NUM-VALUE = WS-ZONED-UNSIGNED
                                / (10 ** WS-FD-DECIMALS (WS-FD-SUB))
               ON SIZE ERROR
                   GO TO 4110-EXIT
           END-COMPUTE
           MOVE 'Y' TO WS-NUM-VALID-SW.
       4110-EXIT.
           EXIT.
       4120-DECODE-SIGNED.
           MOVE ALL '0' TO WS-ZONED-BUFFER
           MOVE WS-RAW-VALUE (1:WS-FD-LENGTH (WS-FD-SUB))
             TO WS-ZONED-BUFFER
                  (19 - WS-FD-LENGTH (WS-FD-SUB):
                   WS-FD-LENGTH (WS-FD-SUB))
           IF WS-ZONED-SIGNED NOT NUMERIC
               GO TO 4120-EXIT
           END-IF
           COMPUTE WS-NUM-VALUE = WS-ZONED-SIGNED
                                / (10 ** WS-FD-DECIMALS (WS-FD-SUB))
               ON SIZE ERROR
                   GO TO 4120-EXIT
           END-COMPUTE
           MOVE 'Y' TO WS-NUM-VALID-SW.
       4120-EXIT.
           EXIT.
       4130-DECODE-PACKED.
           IF WS-FD-LENGTH (WS-FD-SUB) > 10
               GO TO 4130-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-PACKED-BUFFER
           MOVE WS-RAW-VALUE (1:WS-FD-LENGTH (WS-FD-SUB))
             TO WS-PACKED-BUFFER
                  (11 - WS-FD-LENGTH (WS-FD-SUB):
                   WS-FD-LENGTH (WS-FD-SUB))
           IF WS-PACKED-VALUE NOT NUMERIC
               GO TO 4130-EXIT
           END-IF
           COMPUTE WS-NUM-VALUE = WS-PACKED-VALUE
                                / (10 ** WS-FD-DECIMALS (WS-FD-SUB))
               ON SIZE ERROR
                   GO TO 4130-EXIT
           END-COMPUTE
           MOVE 'Y' TO WS-NUM-VALID-SW.
       4130-EXIT.
           EXIT.
       4140-DECODE-BINARY.
           IF WS-FD-LENGTH (WS-FD-SUB) > 8
               GO TO 4140-EXIT
           END-IF
           IF WS-RAW-VALUE (1:1) NOT < X'80'
               MOVE HIGH-VALUES TO WS-BINARY-BUFFER
           ELSE
               MOVE LOW-VALUES  TO WS-BINARY-BUFFER
           END-IF
           MOVE WS-RAW-VALUE (1:WS-FD-LENGTH (WS-FD-SUB))
             TO WS-BINARY-BUFFER
                  (9 - WS-FD-LENGTH (WS-FD-SUB):
                   WS-FD-LENGTH (WS-FD-SUB))
           COMPUTE WS-NUM-VALUE = WS-BINARY-VALUE
                                / (10 ** WS-FD-DECIMALS (WS-FD-SUB))
               ON SIZE ERROR
                   GO TO 4140-EXIT
           END-COMPUTE
           MOVE 'Y' TO WS-NUM-VALID-SW.
       4140-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4400-FIND-FIRST-RECORD -- FIRST RECORD OF FIELD WS-FD-SUB'S   *
      **   TYPE IN THE FIELD'S SCOPE, OR ZERO.                           *
      **----------------------------------------------------------------*
       4400-FIND-FIRST-RECORD.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 4500-SET-SCOPE THRU 4500-EXIT
           IF WS-SCOPE-FROM = ZERO
               GO TO 4400-EXIT
           END-IF
           IF WS-FD-REC-TYPE (WS-FD-SUB) = '00'
               MOVE WS-SCOPE-FROM TO WS-FOUND-SUB
               GO TO 4400-EXIT
           END-IF
           PERFORM 4410-MATCH-TYPE THRU 4410-EXIT
               VARYING WS-MATCH-SUB FROM WS-SCOPE-FROM BY 1
               UNTIL WS-MATCH-SUB > WS-SCOPE-THRU
                  OR WS-FOUND-SUB > ZERO.
       4400-EXIT.
           EXIT.
       4410-MATCH-TYPE.
           IF WS-CHAIN-IMAGE (WS-MATCH-SUB) (1:2)
                  = WS-FD-REC-TYPE (WS-FD-SUB)
               MOVE WS-MATCH-SUB TO WS-FOUND-SUB
           END-IF.
       4410-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-SET-SCOPE -- A ROW-LEVEL FIELD IS LOOKED FOR IN THE ROW  *
      **   (A COMMON-AREA FIELD IN THE ROW RECORD ITSELF); ANY OTHER IN  *
      **   THE WHOLE CHAIN (A COMMON-AREA FIELD FROM THE FIRST STORED    *
      **   RECORD ON).                                                   *
      **----------------------------------------------------------------*
       4500-SET-SCOPE.
           IF WS-FD-ROW-LEVEL (WS-FD-SUB)
            AND WS-ROW-FROM > ZERO
               MOVE WS-ROW-FROM TO WS-SCOPE-FROM
               IF WS-FD-REC-TYPE (WS-FD-SUB) = '00'
                   MOVE WS-ROW-FROM TO WS-SCOPE-THRU
               ELSE
                   MOVE WS-ROW-THRU TO WS-SCOPE-THRU
               END-IF
               GO TO 4500-EXIT
           END-IF
           IF WS-FD-ROW-LEVEL (WS-FD-SUB)
               MOVE ZERO TO WS-SCOPE-FROM WS-SCOPE-THRU
               GO TO 4500-EXIT
           END-IF
           MOVE WS-CHAIN-COUNT TO WS-SCOPE-THRU
           IF WS-FD-REC-TYPE (WS-FD-SUB) = '00'
               MOVE 3 TO WS-SCOPE-FROM
           ELSE
               MOVE 1 TO WS-SCOPE-FROM
           END-IF.
       4500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-WRITE-ROW -- ONE OUTPUT ROW FROM THE CLAIM (AND ROW).    *
      **----------------------------------------------------------------*
       5000-WRITE-ROW.
           MOVE SPACES TO WS-OUT-LINE WS-RPT-LINE
           MOVE 1      TO WS-OUT-PTR
           MOVE 'N'    TO WS-LINE-CUT-SWITCH
           PERFORM 5100-ROW-COLUMN THRU 5100-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COL-COUNT
           IF WS-DELIMITED-OUTPUT
               WRITE PCD-EXTRACT-REC FROM WS-OUT-LINE
           ELSE
               WRITE PCD-REPORT-LINE FROM WS-RPT-LINE
           END-IF
           IF WS-LINE-CUT
               ADD 1 TO WS-ROWS-TRUNCATED
           END-IF
           MOVE 'Y' TO WS-ROW-WRITTEN-SWITCH
           ADD 1 TO WS-ROWS-WRITTEN.
       5000-EXIT.
           EXIT.
       5100-ROW-COLUMN.
           MOVE WS-COL-FD-SUB (WS-COL-SUB) TO WS-FD-SUB
           MOVE SPACES TO WS-TEXT-VALUE
           MOVE ZERO   TO WS-TEXT-LEN
           MOVE 'N'    TO WS-NUM-VALID-SW
           PERFORM 4400-FIND-FIRST-RECORD THRU 4400-EXIT
           IF WS-FOUND-SUB > ZERO
               PERFORM 4060-GET-COLUMN-VALUE THRU 4060-EXIT
               PERFORM 5500-FORMAT-VALUE     THRU 5500-EXIT
           END-IF
           IF WS-DELIMITED-OUTPUT
               PERFORM 5200-APPEND-DELIMITED THRU 5200-EXIT
           ELSE
               PERFORM 5300-PLACE-IN-REPORT  THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5200-APPEND-DELIMITED -- ADD WS-TEXT-VALUE (WS-TEXT-LEN       *
      **   BYTES) AS THE NEXT FIELD.  THE DELIMITER IS NEVER LEFT INSIDE *
      **   A VALUE.  A LINE THAT WILL NOT FIT IN 1000 BYTES IS CUT AND   *
      **   COUNTED.                                                      *
      **----------------------------------------------------------------*
       5200-APPEND-DELIMITED.
           IF WS-COL-SUB > 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-LINE-CUT-SWITCH
               END-STRING
           END-IF
           IF WS-TEXT-LEN = ZERO
               GO TO 5200-EXIT
           END-IF
           INSPECT WS-TEXT-VALUE (1:WS-TEXT-LEN)
               REPLACING ALL WS-DELIMITER BY SPACE
           STRING WS-TEXT-VALUE (1:WS-TEXT-LEN) DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-LINE-CUT-SWITCH
           END-STRING.
       5200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5300-PLACE-IN-REPORT -- NUMBERS ARE RIGHT-JUSTIFIED IN THE    *
      **   COLUMN, EVERYTHING ELSE LEFT-JUSTIFIED AND CUT TO FIT.        *
      **----------------------------------------------------------------*
       5300-PLACE-IN-REPORT.
           IF WS-COL-RPT-START (WS-COL-SUB) = ZERO
            OR WS-TEXT-LEN = ZERO
               GO TO 5300-EXIT
           END-IF
           IF WS-TEXT-LEN > WS-COL-WIDTH (WS-COL-SUB)
               MOVE WS-COL-WIDTH (WS-COL-SUB) TO WS-TEXT-LEN
           END-IF
           MOVE WS-COL-RPT-START (WS-COL-SUB) TO WS-RPT-POS
           IF WS-NUM-VALID
               COMPUTE WS-RPT-POS = WS-RPT-POS
                   + WS-COL-WIDTH (WS-COL-SUB) - WS-TEXT-LEN
           END-IF
           MOVE WS-TEXT-VALUE (1:WS-TEXT-LEN)
             TO WS-RPT-LINE (WS-RPT-POS:WS-TEXT-LEN).
       5300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5500-FORMAT-VALUE -- A VALID NUMBER IS EDITED WITH A LEADING  *
      **   MINUS AND ITS OWN DECIMAL PLACES (-1234.50); ANYTHING ELSE IS *
      **   ITS BYTES WITH TRAILING SPACES DROPPED.                       *
      **----------------------------------------------------------------*
       5500-FORMAT-VALUE.
           IF NOT WS-NUM-VALID
               MOVE WS-RAW-VALUE TO WS-TEXT-VALUE
               PERFORM 8000-TRIM-LENGTH THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE WS-NUM-VALUE TO WS-EDIT-NUMBER
           MOVE 1 TO WS-EDIT-START
           PERFORM 5510-SKIP-SPACE THRU 5510-EXIT
           IF WS-FD-DECIMALS (WS-FD-SUB) = ZERO
               COMPUTE WS-TEXT-LEN = 16 - WS-EDIT-START
           ELSE
               COMPUTE WS-TEXT-LEN = 17 - WS-EDIT-START
                                   + WS-FD-DECIMALS (WS-FD-SUB)
               IF WS-TEXT-LEN > 21 - WS-EDIT-START
                   COMPUTE WS-TEXT-LEN = 21 - WS-EDIT-START
               END-IF
           END-IF
           MOVE SPACES TO WS-TEXT-VALUE
           MOVE WS-EDIT-NUMBER (WS-EDIT-START:WS-TEXT-LEN)
             TO WS-TEXT-VALUE (1:WS-TEXT-LEN).
       5500-EXIT.
           EXIT.
       5510-SKIP-SPACE.
           IF WS-EDIT-START < 15
            AND WS-EDIT-NUMBER (WS-EDIT-START:1) = SPACE
               ADD 1 TO WS-EDIT-START
               GO TO 5510-SKIP-SPACE
           END-IF.
       5510-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-COMPARE -- TEST THE VALUE IN HAND AGAINST CONDITION      *
      **   WS-FLT-SUB.  NUMERIC WHEN BOTH SIDES ARE NUMBERS, OTHERWISE   *
      **   BYTE FOR BYTE WITH THE SHORTER SIDE SPACE-FILLED.             *
      **----------------------------------------------------------------*
       6000-COMPARE.
           EVALUATE WS-FLT-OPERATOR (WS-FLT-SUB)
               WHEN 'RG'
                   PERFORM 6100-COMPARE-LOW THRU 6100-EXIT
                   IF WS-CMP-RESULT < ZERO
                       GO TO 6000-EXIT
                   END-IF
                   PERFORM 6200-COMPARE-HIGH THRU 6200-EXIT
                   IF WS-CMP-RESULT NOT > ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
                   GO TO 6000-EXIT
               WHEN 'IN'
                   PERFORM 6300-COMPARE-LIST THRU 6300-EXIT
                       VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB >
                             WS-FLT-LIST-COUNT (WS-FLT-SUB)
                          OR WS-FILTER-MET
                   GO TO 6000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FLT-CROSS-SUB (WS-FLT-SUB) > ZERO
               PERFORM 6400-COMPARE-FIELDS THRU 6400-EXIT
           ELSE
               PERFORM 6100-COMPARE-LOW THRU 6100-EXIT
           END-IF
           EVALUATE WS-FLT-OPERATOR (WS-FLT-SUB)
               WHEN 'EQ'
                   IF WS-CMP-RESULT = ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
               WHEN 'NE'
                   IF WS-CMP-RESULT NOT = ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
               WHEN 'LT'
                   IF WS-CMP-RESULT < ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
               WHEN 'LE'
                   IF WS-CMP-RESULT NOT > ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
               WHEN 'GT'
                   IF WS-CMP-RESULT > ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
               WHEN 'GE'
                   IF WS-CMP-RESULT NOT < ZERO
                       MOVE 'Y' TO WS-FILTER-MET-SWITCH
                   END-IF
           END-EVALUATE.
       6000-EXIT.
           EXIT.
       6100-COMPARE-LOW.
           MOVE WS-FLT-LOW-TEXT (WS-FLT-SUB)   TO WS-CMP-TEXT
           MOVE WS-FLT-LOW-NUM (WS-FLT-SUB)    TO WS-CMP-NUM
           MOVE WS-FLT-LOW-NUM-SW (WS-FLT-SUB) TO WS-CMP-NUM-SW
           PERFORM 6500-SET-RESULT THRU 6500-EXIT.
       6100-EXIT.
           EXIT.
       6200-COMPARE-HIGH.
           MOVE WS-FLT-HIGH-TEXT (WS-FLT-SUB)   TO WS-CMP-TEXT
           MOVE WS-FLT-HIGH-NUM (WS-FLT-SUB)    TO WS-CMP-NUM
           MOVE WS-FLT-HIGH-NUM-SW (WS-FLT-SUB) TO WS-CMP-NUM-SW
           PERFORM 6500-SET-RESULT THRU 6500-EXIT.
       6200-EXIT.
           EXIT.
       6300-COMPARE-LIST.
           MOVE WS-FLT-LIST-TEXT (WS-FLT-SUB WS-LIST-SUB)
             TO WS-CMP-TEXT
           MOVE WS-FLT-LIST-NUM (WS-FLT-SUB WS-LIST-SUB)
             TO WS-CMP-NUM
           MOVE WS-FLT-LIST-NUM-SW (WS-FLT-SUB WS-LIST-SUB)
             TO WS-CMP-NUM-SW
           PERFORM 6500-SET-RESULT THRU 6500-EXIT
           IF WS-CMP-RESULT = ZERO
               MOVE 'Y' TO WS-FILTER-MET-SWITCH
           END-IF.
       6300-EXIT.
           EXIT.
       6400-COMPARE-FIELDS.
           PERFORM 6500-SET-RESULT THRU 6500-EXIT.
       6400-EXIT.
           EXIT.
       6500-SET-RESULT.
           IF WS-NUM-VALID
            AND WS-CMP-NUM-VALID
               EVALUATE TRUE
                   WHEN WS-NUM-VALUE < WS-CMP-NUM
                       MOVE -1 TO WS-CMP-RESULT
                   WHEN WS-NUM-VALUE > WS-CMP-NUM
                       MOVE 1  TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE 0  TO WS-CMP-RESULT
               END-EVALUATE
               GO TO 6500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-RAW-VALUE < WS-CMP-TEXT
                   MOVE -1 TO WS-CMP-RESULT
               WHEN WS-RAW-VALUE > WS-CMP-TEXT
                   MOVE 1  TO WS-CMP-RESULT
               WHEN OTHER
                   MOVE 0  TO WS-CMP-RESULT
           END-EVALUATE.
       6500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-TRIM-LENGTH -- LENGTH OF WS-TEXT-VALUE WITHOUT ITS       *
      **   TRAILING SPACES (ZERO WHEN ALL SPACES).                       *
      **----------------------------------------------------------------*
       8000-TRIM-LENGTH.
           MOVE 192 TO WS-TEXT-LEN
           MOVE 'N' TO WS-TRIM-DONE-SWITCH
           PERFORM 8010-BACK-UP THRU 8010-EXIT
               UNTIL WS-TRIM-DONE.
       8000-EXIT.
           EXIT.
       8010-BACK-UP.
           IF WS-TEXT-LEN = ZERO
               MOVE 'Y' TO WS-TRIM-DONE-SWITCH
               GO TO 8010-EXIT
           END-IF
           IF WS-TEXT-VALUE (WS-TEXT-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-TEXT-LEN
           ELSE
               MOVE 'Y' TO WS-TRIM-DONE-SWITCH
           END-IF.
       8010-EXIT.
           EXIT.
       9000-TERMINATE.
           IF NOT WS-PARM-ERROR
               CLOSE PCD-CRPM-MASTER
           END-IF
           CLOSE PCD-FDIC-MASTER
           CLOSE PCD-EXTRACT-FILE
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'PARAMETER CARDS READ'        TO WS-TL-LABEL
           MOVE WS-CARDS-READ                 TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLAIM CHAINS READ'           TO WS-TL-LABEL
           MOVE WS-CLAIMS-READ                TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'IN DATE/CLIENT/BATCH SCOPE'  TO WS-TL-LABEL
           MOVE WS-CLAIMS-IN-SCOPE            TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLAIMS SELECTED'             TO WS-TL-LABEL
           MOVE WS-CLAIMS-SELECTED            TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS WRITTEN'                TO WS-TL-LABEL
           MOVE WS-ROWS-WRITTEN               TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS CUT AT 1000 BYTES'      TO WS-TL-LABEL
           MOVE WS-ROWS-TRUNCATED             TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLAIM CHAINS CUT SHORT'      TO WS-TL-LABEL
           MOVE WS-CHAINS-TRUNCATED           TO WS-TL-COUNT
           WRITE PCD-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD235 - CLAIM CHAINS READ:     ' WS-CLAIMS-READ
           DISPLAY 'PCD235 - CLAIMS SELECTED:       ' WS-CLAIMS-SELECTED
           DISPLAY 'PCD235 - ROWS WRITTEN:          ' WS-ROWS-WRITTEN
           EVALUATE TRUE
               WHEN WS-PARM-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ROWS-TRUNCATED > ZERO
                OR WS-CHAINS-TRUNCATED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
