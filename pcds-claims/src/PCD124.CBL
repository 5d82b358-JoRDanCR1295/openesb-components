      **                          TOO (DENTAL).  SE CARRIES THE TRUE   *
      **                          SEGMENT COUNT; GE/IEA CLOSE EACH     *
      **                          FILE.                                *
      ** RTC    10/15/26          ADDED 837 INSTITUTIONAL (PCD837I,    *
      **                          BATCH TYPE I01, GS08 004010X096A1).  *
      **                          CLM05 IS THE TYPE OF BILL FROM THE   *
      **                          I0; THE CLM IS FOLLOWED BY DTP*096/  *
      **                          434/435, CL1, AMT*A8 AND THE UB-04   *
      **                          HI CODE SETS (BK/BJ/PR/DR/BF/BR/BQ/  *
      **                          BI/BH/BE/BG) FROM E0 AND I0-I3, THEN *
      **                          NM1*71/72.  EACH F0 IS HELD UNTIL    *
      **                          ITS FR ARRIVES AND GOES OUT AS SV2   *
      **                          WITH THE REVENUE CODE.               *
      ** RTC    10/15/26          ADDED 5010 (005010X222A1 PROF,       *
      **                          005010X224A2 DENTAL) ON PCD837P5 AND *
      **                          PCD837D5.  THE RECEIVER'S PCDXMTP    *
      **                          PCD-XMTP-X12-VERSION PICKS 4010, 5010*
      **                          OR BOTH (SAME CLAIMS IN EACH, FOR A  *
      **                          RECEIVER IN 5010 TESTING); NO ROW    *
      **                          MEANS 4010.  ONLY ISA12/GS08/ST03    *
      **                          DIFFER.  HI NOW SENDS ABK/ABF WHEN   *
      **                          THE E0 CARRIES ICD-10 CODES.         *
      ** RTC    10/15/26          P01 PHARMACY BATCHES ARE NO LONGER   *
      **                          SENT AS 837P -- THEY ARE SKIPPED     *
      **                          (COUNTED) AND GO OUT AS NCPDP D.0    *
      **                          FROM PCD149.                         *
      ** RTC    10/15/26          CLAIM ATTACHMENTS NOW GO OUT AS PWK  *
      **                          SEGMENTS -- ONE FOR THE E0           *
      **                          ATTACHMENT (CONTROL NUMBER FROM THE  *
      **                          EA) AND ONE FOR EACH EW ENTRY,       *
      **                          REPORT TYPE, TRANSMISSION CODE AND   *
      **                          AC CONTROL NUMBER -- AFTER THE CLM   *
      **                          (837P/D) OR THE CL1 (837I).  AN EL   *
      **                          ATTACHMENT'S DOCUMENT FOLLOWS ON THE *
      **                          PCD173 X12 275 UNDER THE SAME        *
      **                          CONTROL NUMBER.                      *
      ** RTC    10/15/26          EVERY BODY SEGMENT NOW PASSES        *
      **                          THROUGH THE RECEIVER'S               *
      **                          COMPANION-GUIDE RULES (PCDCGRL       *
      **                          CONTROL FILE, SAME RECEIVER KEY AS   *
      **                          PCDXMTP) IN 3000-WRITE-SEGMENT:      *
      **                          SUPPRESS A SEGMENT OR ELEMENT,       *
      **                          DEFAULT AN EMPTY ELEMENT, SUBSTITUTE *
      **                          A VALUE, OR TRUNCATE TO A MAXIMUM    *
      **                          LENGTH.  SUPPRESSED SEGMENTS ARE     *
      **                          LEFT OUT OF THE SE COUNT.  THE       *
      **                          PCDCGRRP REPORT LISTS EVERY RULE     *
      **                          THAT FIRED, AND HOW OFTEN, FOR EACH  *
      **                          OUTBOUND FILE.                       *
      ** RTC    10/15/26          A CLAIM WITH MORE SERVICE LINES THAN *
      **                          ITS RECEIVER ACCEPTS ON ONE CLAIM    *
      **                          (PCDXMTP PCD-XMTP-MAX-CLAIM-LINES,   *
      **                          ELSE 50 FOR 837P/837D AND 999 FOR    *
      **                          837I) IS NOW SPLIT.  EACH CLAIM IS   *
      **                          HELD C0 THROUGH X0; AN OVERSIZED ONE *
      **                          GOES OUT AS SEVERAL CLAIMS, EACH     *
      **                          CARRYING EVERY CLAIM-LEVEL RECORD    *
      **                          AND THE NEXT RUN OF LINES, UNDER     *
      **                          CHILD PATIENT CONTROL NUMBER         *
      **                          ORIGINAL-NN WITH CLM02 RE-ALLOCATED  *
      **                          TO THE SUM OF ITS OWN LINES.  EACH   *
      **                          PART IS RECORDED ON THE PCDSPLM      *
      **                          SPLIT-LINKAGE MASTER.                *
      ** RTC    10/15/26          SV1 AND SV2 NOW CARRY THE F0         *
      **                          PROCEDURE MODIFIERS IN THE PROCEDURE *
      **                          COMPOSITE (HC:CODE:MOD...), SO THE   *
      **                          340B UD MODIFIER PCD212 STAMPS ON A  *
      **                          DRUG LINE REACHES THE PAYER.         *
      ** RTC    10/15/26          HELD-CLAIM TABLE SIZED FOR 999 LINES *
      **                          OF FOUR RECORDS EACH PLUS THE CLAIM- *
      **                          LEVEL RECORDS.  A CLAIM TOO LARGE    *
      **                          EVEN FOR THAT IS WRITTEN TO THE      *
      **                          PCDSUSPQ SUSPENSE QUEUE (REASON      *
      **                          HLDOVR) AND LEFT OUT OF THE 837      *
      **                          INSTEAD OF STOPPING THE RUN.  THE X0 *
      **                          NOW HOLDS LINE GROUP ZERO, SO A REAL *
      **                          LINE 999 IS NO LONGER MISTAKEN FOR   *
      **                          THE CLAIM TRAILER.                   *
      ** RTC    10/15/26          THE E0 ATTACHMENT CONTROL NUMBER IS *
      **                          TAKEN FROM THE EA RECORD, NOT THE   *
      **                          E1, WHICH HAS NO SUCH FIELD.        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD124.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-837D-FILE  ASSIGN TO PCD837D
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-837I-FILE  ASSIGN TO PCD837I
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-837P5-FILE ASSIGN TO PCD837P5
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-837D5-FILE ASSIGN TO PCD837D5
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-XMTP-FILE  ASSIGN TO PCDXMTP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CGRL-FILE  ASSIGN TO PCDCGRL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-RULE-REPORT ASSIGN TO PCDCGRRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-SPLK-MASTER ASSIGN TO PCDSPLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-SPLK-KEY
               FILE STATUS IS WS-SPLM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-837D-FILE
           RECORDING MODE IS F.
       01  PCD-837D-SEGMENT           PIC X(080).
       FD  PCD-837I-FILE
           RECORDING MODE IS F.
       01  PCD-837I-SEGMENT           PIC X(080).
       FD  PCD-837P5-FILE
           RECORDING MODE IS F.
       01  PCD-837P5-SEGMENT          PIC X(080).
       FD  PCD-837D5-FILE
           RECORDING MODE IS F.
       01  PCD-837D5-SEGMENT          PIC X(080).
       FD  PCD-XMTP-FILE
           RECORDING MODE IS F.
       01  FD-XMTP-REC                PIC X(080).
       FD  PCD-CGRL-FILE
           RECORDING MODE IS F.
       01  FD-CGRL-REC                PIC X(080).
       FD  PCD-RULE-REPORT
           RECORDING MODE IS F.
       01  PCD-RULE-REPORT-LINE       PIC X(132).
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-SPLK-MASTER.
       COPY PCDSPLK.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDXMTP.
       COPY PCDCGRL.
       COPY PCDIOER.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-ROUTE-SWITCH             PIC X(001)  VALUE 'P'.
           88  WS-ROUTE-PROF                       VALUE 'P'.
           88  WS-ROUTE-DENTAL                     VALUE 'D'.
           88  WS-ROUTE-INST                       VALUE 'I'.
       77  WS-NCPDP-BATCH-SW           PIC X(001)  VALUE 'N'.
           88  WS-NCPDP-BATCH                      VALUE 'Y'.
       77  WS-NCPDP-RECS-SKIPPED       PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   X12 VERSION FOR THIS RECEIVER (FROM PCDXMTP), AND WHICH OF    *
      **   THE TWO VERSIONS THE NEXT SEGMENT GOES TO -- ONLY THE ISA/    *
      **   GS/ST LINES ARE WRITTEN ONE VERSION AT A TIME.                *
      **----------------------------------------------------------------*
       77  WS-X12-VERSION-SW           PIC X(001)  VALUE '4'.
           88  WS-VERS-4010-ONLY                   VALUE '4'.
           88  WS-VERS-5010-ONLY                   VALUE '5'.
           88  WS-VERS-4010-AND-5010               VALUE 'B'.
       77  WS-ISA-VERSION              PIC X(009)  VALUE SPACES.
       77  WS-GS08-VERSION             PIC X(012)  VALUE SPACES.
       77  WS-SEG-TARGET-SW            PIC X(001)  VALUE '4'.
           88  WS-TARGET-4010                      VALUE '4' 'B'.
           88  WS-TARGET-5010                      VALUE '5' 'B'.
       77  WS-XMTP-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-XMTP-END-OF-FILE                 VALUE 'Y'.
       77  WS-PROFILE-COUNT            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PROFILE-SUB              PIC 9(003)  COMP  VALUE ZERO.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 50 TIMES.
               10  WS-PROF-RECEIVER   PIC X(009).
               10  WS-PROF-X12-VERSION PIC X(001).
               10  WS-PROF-MAX-LINES  PIC 9(003).
      **----------------------------------------------------------------*
      **   COMPANION-GUIDE RULES FROM PCDCGRL, WITH HOW OFTEN EACH FIRED *
      **   ON EACH OUTBOUND FILE (SAME ORDER AS WS-OUT-FILE-NAME).       *
      **----------------------------------------------------------------*
       77  WS-CGRL-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CGRL-END-OF-FILE                 VALUE 'Y'.
       77  WS-CURRENT-RECEIVER         PIC X(009)  VALUE SPACES.
       77  WS-RULE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-RULE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FILE-SUB                 PIC 9(001)  COMP  VALUE ZERO.
       77  WS-RULES-FIRED-IN-FILE      PIC 9(003)  COMP  VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 300 TIMES.
               10  WS-RL-RECEIVER      PIC X(009).
               10  WS-RL-RULE-SEQ      PIC 9(003).
               10  WS-RL-SEGMENT-ID    PIC X(003).
               10  WS-RL-QUALIFIER     PIC X(003).
               10  WS-RL-ELEMENT-POS   PIC 9(002).
               10  WS-RL-ACTION        PIC X(001).
                   88  WS-RL-SUPPRESS              VALUE 'S'.
                   88  WS-RL-DEFAULT               VALUE 'D'.
                   88  WS-RL-SUBSTITUTE            VALUE 'R'.
                   88  WS-RL-TRUNCATE              VALUE 'T'.
               10  WS-RL-MATCH-VALUE   PIC X(015).
               10  WS-RL-NEW-VALUE     PIC X(020).
               10  WS-RL-MAX-LENGTH    PIC 9(002).
               10  WS-RL-FIRED OCCURS 5 TIMES
                                       PIC 9(007)  COMP.
       01  WS-OUT-FILE-NAMES.
           05  FILLER                  PIC X(008)  VALUE 'PCD837P '.
           05  FILLER                  PIC X(008)  VALUE 'PCD837D '.
           05  FILLER                  PIC X(008)  VALUE 'PCD837I '.
           05  FILLER                  PIC X(008)  VALUE 'PCD837P5'.
           05  FILLER                  PIC X(008)  VALUE 'PCD837D5'.
       01  WS-OUT-FILE-TABLE REDEFINES WS-OUT-FILE-NAMES.
           05  WS-OUT-FILE-NAME OCCURS 5 TIMES
                                       PIC X(008).
      **----------------------------------------------------------------*
      **   THE SEGMENT SPLIT INTO ITS ELEMENTS WHILE RULES ARE APPLIED.  *
      **   A COMPOSITE IS ONE ELEMENT.                                   *
      **----------------------------------------------------------------*
       77  WS-SEG-ID                   PIC X(003)  VALUE SPACES.
       77  WS-SEG-ID-LEN               PIC 9(001)  COMP  VALUE ZERO.
       77  WS-EL-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-EL-IX                    PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LAST-EL                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CHAR-POS                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CHAR                     PIC X(001)  VALUE SPACE.
       77  WS-NEW-LEN                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUILD-PTR                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-REBUILT-LINE             PIC X(080)  VALUE SPACES.
       77  WS-SPLIT-SW                 PIC X(001)  VALUE 'N'.
           88  WS-SPLIT-DONE                       VALUE 'Y'.
           88  WS-SPLIT-BAD                        VALUE 'X'.
       77  WS-SEG-CHANGED-SW           PIC X(001)  VALUE 'N'.
           88  WS-SEG-CHANGED                      VALUE 'Y'.
       77  WS-SEG-SUPPRESS-SW          PIC X(001)  VALUE 'N'.
           88  WS-SEG-SUPPRESSED                   VALUE 'Y'.
       77  WS-RULE-FIRED-SW            PIC X(001)  VALUE 'N'.
           88  WS-RULE-FIRED                       VALUE 'Y'.
       77  WS-SEGS-SUPPRESSED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RULE-OVERFLOW-COUNT      PIC 9(007)  COMP  VALUE ZERO.
       01  WS-ELEMENT-TABLE.
           05  WS-ELEMENT OCCURS 30 TIMES.
               10  WS-EL-VALUE         PIC X(080).
               10  WS-EL-LEN           PIC 9(003)  COMP.
       01  WS-RULE-RPT-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               'PCD124 - COMPANION-GUIDE RULES FIRED              '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-RH-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-RULE-RPT-FILE-LINE.
           05  FILLER                  PIC X(015)  VALUE
               'OUTBOUND FILE  '.
           05  WS-RF-FILE-NAME         PIC X(008).
           05  FILLER                  PIC X(109)  VALUE SPACES.
       01  WS-RULE-RPT-COLUMNS.
           05  FILLER                  PIC X(050)  VALUE
               '  RECEIVER   SEQ  SEG  QUAL  EL  ACT  MATCH VALUE '.
           05  FILLER                  PIC X(050)  VALUE
               '     NEW VALUE             MAX      TIMES FIRED   '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-RULE-RPT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-RD-RECEIVER          PIC X(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-RD-RULE-SEQ          PIC 9(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-RD-SEGMENT-ID        PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-RD-QUALIFIER         PIC X(003).
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-RD-ELEMENT-POS       PIC 9(002).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-RD-ACTION            PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-RD-MATCH-VALUE       PIC X(015).
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-RD-NEW-VALUE         PIC X(020).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-RD-MAX-LENGTH        PIC Z9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-RD-TIMES-FIRED       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(035)  VALUE SPACES.
       77  WS-SEGMENT-LINE             PIC X(080)  VALUE SPACES.
       77  WS-RUN-TIME                 PIC 9(008)  VALUE ZERO.
       77  WS-ISA-CTL-NUM              PIC 9(009)  VALUE 1.
       77  WS-P-SEG-COUNT              PIC 9(007)  VALUE ZERO.
       77  WS-D-SEG-COUNT              PIC 9(007)  VALUE ZERO.
       77  WS-I-SEG-COUNT              PIC 9(007)  VALUE ZERO.
       77  WS-P5-SEG-COUNT             PIC 9(007)  VALUE ZERO.
       77  WS-D5-SEG-COUNT             PIC 9(007)  VALUE ZERO.
       77  WS-P-TX-SEG-COUNT           PIC 9(007)  VALUE ZERO.
       77  WS-D-TX-SEG-COUNT           PIC 9(007)  VALUE ZERO.
       77  WS-I-TX-SEG-COUNT           PIC 9(007)  VALUE ZERO.
       77  WS-P-ST-OPEN-SW             PIC X(001)  VALUE 'N'.
           88  WS-P-ST-OPEN                        VALUE 'Y'.
       77  WS-D-ST-OPEN-SW             PIC X(001)  VALUE 'N'.
           88  WS-D-ST-OPEN                        VALUE 'Y'.
       77  WS-I-ST-OPEN-SW             PIC X(001)  VALUE 'N'.
           88  WS-I-ST-OPEN                        VALUE 'Y'.
       77  WS-P-CTL-NUM                PIC 9(004)  VALUE ZERO.
       77  WS-D-CTL-NUM                PIC 9(004)  VALUE ZERO.
       77  WS-I-CTL-NUM                PIC 9(004)  VALUE ZERO.
       77  WS-CLAIMS-BUILT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-BUILT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-AMT-EDIT                 PIC 9(008).9(2) VALUE ZERO.
      **----------------------------------------------------------------*
       77  WS-CLM-PENDING-SW           PIC X(001)  VALUE 'N'.
           88  WS-CLM-PENDING                      VALUE 'Y'.
       77  WS-CLM-PAT-CNTL-NO          PIC X(020)  VALUE SPACES.
       77  WS-CLM-AMT-EDIT             PIC 9(008).9(2) VALUE ZERO.
       77  WS-CLM-PLACE-CD             PIC X(002)  VALUE SPACES.
       77  WS-CLM-FREQ-CD              PIC X(001)  VALUE SPACES.
       77  WS-HI-PENDING-SW            PIC X(001)  VALUE 'N'.
           88  WS-HI-PENDING                       VALUE 'Y'.
       77  WS-HI-LINE                  PIC X(080)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   PENDING PWK -- THE E0 ATTACHMENT (ITS CONTROL NUMBER ARRIVES  *
      **   ON THE EA) AND THE EW ENTRIES, WRITTEN WITH THE CLAIM HEADER. *
      **   ENTRY 12 IS KEPT FOR THE E0'S OWN.                            *
      **----------------------------------------------------------------*
       77  WS-E0-ATT-XMIT-CD           PIC X(002)  VALUE SPACES.
       77  WS-E0-ATT-REPORT-TYPE       PIC X(002)  VALUE SPACES.
       77  WS-E0-ATT-CNTL-NUM          PIC X(035)  VALUE SPACES.
       77  WS-PWK-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PWK-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       01  WS-PWK-TABLE.
           05  WS-PWK-ENTRY OCCURS 12 TIMES.
               10  WS-PWK-REPORT-TYPE  PIC X(002).
               10  WS-PWK-XMIT-CD      PIC X(002).
               10  WS-PWK-CNTL-NUM     PIC X(035).
      **----------------------------------------------------------------*
      **   837I ONLY -- THE E0 AND I0-I3 OF THE PENDING CLAIM ARE HELD   *
      **   WHOLE UNTIL THE CLM FLUSHES; THE RECORD AREA IS PARKED IN     *
      **   WS-HOLD-REC WHILE THEY ARE READ BACK.  HI SEGMENTS ARE        *
      **   BUILT ONE COMPOSITE AT A TIME AND BROKEN BEFORE THE LINE      *
      **   RUNS OUT.  EACH F0 WAITS FOR ITS FR (REVENUE CODE) BEFORE     *
      **   THE SV2 IS WRITTEN.                                           *
      **----------------------------------------------------------------*
       77  WS-HOLD-REC                 PIC X(192)  VALUE SPACES.
       77  WS-E0-SAVE                  PIC X(192)  VALUE SPACES.
       77  WS-I0-SAVE                  PIC X(192)  VALUE SPACES.
       77  WS-I1-SAVE                  PIC X(192)  VALUE SPACES.
       77  WS-I2-SAVE                  PIC X(192)  VALUE SPACES.
       77  WS-I3-SAVE                  PIC X(192)  VALUE SPACES.
       77  WS-HI-BUILD                 PIC X(080)  VALUE SPACES.
       77  WS-HI-COMP                  PIC X(040)  VALUE SPACES.
       77  WS-HI-PTR                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HI-COMP-CNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HI-QUAL                  PIC X(003)  VALUE SPACES.
       77  WS-HI-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-DATE-EDIT                PIC 9(008)  VALUE ZERO.
       77  WS-DATE2-EDIT               PIC 9(008)  VALUE ZERO.
       77  WS-SV2-PENDING-SW           PIC X(001)  VALUE 'N'.
           88  WS-SV2-PENDING                      VALUE 'Y'.
       77  WS-SV2-REVENUE-CD           PIC X(004)  VALUE SPACES.
       77  WS-SV2-PROC-QUAL            PIC X(002)  VALUE SPACES.
       77  WS-SV2-PROC-CODE            PIC X(005)  VALUE SPACES.
       77  WS-SV2-PROC-MODS            PIC X(012)  VALUE SPACES.
       77  WS-PROC-MODS                PIC X(012)  VALUE SPACES.
       77  WS-MOD-PTR                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SV2-AMT-EDIT             PIC 9(008).9(2) VALUE ZERO.
       77  WS-SV2-UNIT-QUAL            PIC X(002)  VALUE SPACES.
       77  WS-SV2-UNITS-EDIT           PIC 9(007)  VALUE ZERO.
       77  WS-SV2-DATE-X               PIC X(008)  VALUE SPACES.
       77  WS-SV2-RATE                 PIC 9(006)V99 VALUE ZERO.
       77  WS-SV2-NONCOV               PIC 9(006)V99 VALUE ZERO.
       77  WS-SV2-RATE-EDIT            PIC 9(006).9(2) VALUE ZERO.
       77  WS-SV2-NONCOV-EDIT          PIC 9(006).9(2) VALUE ZERO.
      **----------------------------------------------------------------*
      **   CLAIM SPLIT -- EACH CLAIM (C0 THROUGH X0) IS HELD WHOLE SO    *
      **   ITS SERVICE LINES CAN BE COUNTED AGAINST THE RECEIVER'S       *
      **   PER-CLAIM LIMIT BEFORE ANY OF IT IS WRITTEN.  EACH HELD       *
      **   RECORD CARRIES ITS LINE GROUP: ZERO FOR THE CLAIM-LEVEL       *
      **   RECORDS AHEAD OF THE FIRST F0 AND FOR THE X0 (WHICH IS ALWAYS *
      **   HELD LAST), N FOR THE NTH F0 AND THE RECORDS THAT FOLLOW IT.  *
      **   THE TABLE TAKES 999 LINES OF FOUR RECORDS EACH (F0, FR AND    *
      **   TWO LINE-LEVEL SUPPLEMENTS) PLUS 204 CLAIM-LEVEL RECORDS; A   *
      **   CLAIM BIGGER THAN THAT IS SUSPENDED, NOT TRANSLATED.          *
      **----------------------------------------------------------------*
       77  WS-SPLM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-SPLM-OK                          VALUE '00'.
           88  WS-SPLM-DUP-KEY                     VALUE '22'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CLAIM-HELD-SW            PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-HELD                       VALUE 'Y'.
       77  WS-HELD-COUNT               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-HELD-MAX                 PIC 9(004)  COMP  VALUE 4200.
       77  WS-HELD-OVERFLOW-SW         PIC X(001)  VALUE 'N'.
           88  WS-HELD-OVERFLOW                    VALUE 'Y'.
       77  WS-ORIG-PAYOR-ID            PIC X(005)  VALUE SPACES.
       77  WS-BATCH-TYPE-SAVE          PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM-SAVE           PIC X(002)  VALUE SPACES.
       77  WS-CLAIMS-SUSPENDED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HELD-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-HELD-LINES               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MAX-CLAIM-LINES          PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-LIMIT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SPLIT-PARTS              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SPLIT-PART               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PART-FIRST-LINE          PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PART-LAST-LINE           PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PART-CHARGE              PIC S9(008)V99 COMP-3 VALUE ZERO.
       77  WS-PART-EDIT                PIC 9(002)  VALUE ZERO.
       77  WS-PCN-LEN                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ORIG-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-ORIG-CHARGE              PIC S9(008)V99 COMP-3 VALUE ZERO.
       77  WS-CHILD-PAT-CNTL-NO        PIC X(020)  VALUE SPACES.
       77  WS-CURRENT-REC-SAVE         PIC X(192)  VALUE SPACES.
       77  WS-CLAIMS-SPLIT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SPLIT-PARTS-SENT         PIC 9(007)  COMP  VALUE ZERO.
       01  WS-HELD-CLAIM.
           05  WS-HELD-ENTRY OCCURS 4200 TIMES.
               10  WS-HELD-LINE-GRP    PIC 9(003)  COMP.
               10  WS-HELD-REC         PIC X(192).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-CLAIM-HELD
               PERFORM 2060-RELEASE-CLAIM THRU 2060-EXIT
           END-IF
           PERFORM 8000-CLOSE-ENVELOPES THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-837P-FILE
           OPEN OUTPUT PCD-837D-FILE
           OPEN OUTPUT PCD-837I-FILE
           OPEN OUTPUT PCD-837P5-FILE
           OPEN OUTPUT PCD-837D5-FILE
           OPEN INPUT  PCD-XMTP-FILE
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-PROFILE THRU 1300-EXIT
               UNTIL WS-XMTP-END-OF-FILE
           CLOSE PCD-XMTP-FILE
           OPEN INPUT  PCD-CGRL-FILE
           PERFORM 1400-READ-CGRL-FILE THRU 1400-EXIT
           PERFORM 1500-LOAD-ONE-RULE THRU 1500-EXIT
               UNTIL WS-CGRL-END-OF-FILE
           CLOSE PCD-CGRL-FILE
           OPEN OUTPUT PCD-RULE-REPORT
           OPEN OUTPUT PCD-SUSPENSE-FILE
           OPEN I-O    PCD-SPLK-MASTER
           IF NOT WS-SPLM-OK
               DISPLAY 'PCD124 - PCDSPLM NOT AVAILABLE, STATUS '
                   WS-SPLM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-XMTP-FILE.
           READ PCD-XMTP-FILE INTO PCD-XMTP-REC
               AT END
                   SET WS-XMTP-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-PROFILE.
           IF WS-PROFILE-COUNT = 50
               DISPLAY 'PCD124 - PROFILE TABLE FULL AT 50 - '
                   'RECEIVER VERSIONS UNKNOWN - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PROFILE-COUNT
           MOVE PCD-XMTP-RECEIVER
               TO WS-PROF-RECEIVER    (WS-PROFILE-COUNT)
           MOVE PCD-XMTP-X12-VERSION
               TO WS-PROF-X12-VERSION (WS-PROFILE-COUNT)
           IF PCD-XMTP-MAX-CLAIM-LINES NUMERIC
               MOVE PCD-XMTP-MAX-CLAIM-LINES-N
                   TO WS-PROF-MAX-LINES (WS-PROFILE-COUNT)
           ELSE
               MOVE ZERO TO WS-PROF-MAX-LINES (WS-PROFILE-COUNT)
           END-IF
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
       1400-READ-CGRL-FILE.
           READ PCD-CGRL-FILE INTO PCD-CGRL-REC
               AT END
                   SET WS-CGRL-END-OF-FILE TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.
       1500-LOAD-ONE-RULE.
           IF WS-RULE-COUNT = 300
               DISPLAY 'PCD124 - RULE TABLE FULL AT 300 - '
                   'COMPANION-GUIDE RULES WOULD BE LOST - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE PCD-CGRL-RECEIVER
               TO WS-RL-RECEIVER    (WS-RULE-COUNT)
           MOVE PCD-CGRL-RULE-SEQ
               TO WS-RL-RULE-SEQ    (WS-RULE-COUNT)
           MOVE PCD-CGRL-SEGMENT-ID
               TO WS-RL-SEGMENT-ID  (WS-RULE-COUNT)
           MOVE PCD-CGRL-QUALIFIER
               TO WS-RL-QUALIFIER   (WS-RULE-COUNT)
           MOVE PCD-CGRL-ELEMENT-POS
               TO WS-RL-ELEMENT-POS (WS-RULE-COUNT)
           MOVE PCD-CGRL-ACTION
               TO WS-RL-ACTION      (WS-RULE-COUNT)
           MOVE PCD-CGRL-MATCH-VALUE
               TO WS-RL-MATCH-VALUE (WS-RULE-COUNT)
           MOVE PCD-CGRL-NEW-VALUE
               TO WS-RL-NEW-VALUE   (WS-RULE-COUNT)
           MOVE PCD-CGRL-MAX-LENGTH
               TO WS-RL-MAX-LENGTH  (WS-RULE-COUNT)
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               MOVE ZERO TO WS-RL-FIRED (WS-RULE-COUNT WS-FILE-SUB)
           END-PERFORM
           PERFORM 1400-READ-CGRL-FILE THRU 1400-EXIT.
       1500-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           IF B0-REC
               MOVE B0-BATCH-TYPE  TO WS-BATCH-TYPE-SAVE
               MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM-SAVE
               IF B0-PHARMACY-BATCH
                   SET WS-NCPDP-BATCH TO TRUE
               ELSE
                   MOVE 'N' TO WS-NCPDP-BATCH-SW
               END-IF
           END-IF
           IF WS-NCPDP-BATCH
           AND NOT A0-FILE-HEADER-REC
               ADD 1 TO WS-NCPDP-RECS-SKIPPED
               PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-CLAIM-HELD
              AND (A0-FILE-HEADER-REC OR B0-REC OR C0-REC
                OR Y0-BATCH-TRAILER-REC OR Z0-FILE-TRAILER-REC)
               PERFORM 2060-RELEASE-CLAIM THRU 2060-EXIT
           END-IF
           IF C0-REC
               SET WS-CLAIM-HELD TO TRUE
               MOVE 'N'    TO WS-HELD-OVERFLOW-SW
               MOVE ZERO   TO WS-HELD-COUNT
                              WS-HELD-LINES
                              WS-ORIG-CHARGE
               MOVE SPACES TO WS-ORIG-PAT-CNTL-NO
                              WS-ORIG-PAYOR-ID
           END-IF
           IF WS-CLAIM-HELD
               PERFORM 2050-HOLD-CLAIM-RECORD THRU 2050-EXIT
               IF X0-CLAIM-TRAILER-REC
                   PERFORM 2060-RELEASE-CLAIM THRU 2060-EXIT
               END-IF
           ELSE
               PERFORM 2010-DISPATCH-RECORD THRU 2010-EXIT
           END-IF
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2010-DISPATCH-RECORD.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2100-BUILD-ENVELOPES THRU 2100-EXIT
                   PERFORM 2600-OPEN-PENDING-CLM THRU 2600-EXIT
               WHEN EN-REC
                   PERFORM 2650-ENRICH-PENDING-CLM THRU 2650-EXIT
               WHEN EA-REC
                   IF WS-CLM-PENDING
                       MOVE EA-ATTACH-CNTL-NUM TO WS-E0-ATT-CNTL-NUM
                   END-IF
               WHEN EW-REC
                   PERFORM 2655-HOLD-ATTACHMENTS THRU 2655-EXIT
               WHEN I0-REC
               WHEN I1-REC
               WHEN I2-REC
               WHEN I3-REC
                   PERFORM 2660-HOLD-INST-RECORD THRU 2660-EXIT
               WHEN F0-REC
                   PERFORM 2790-FLUSH-PENDING-SV2 THRU 2790-EXIT
                   IF WS-ROUTE-INST
                       PERFORM 2750-HOLD-INST-LINE THRU 2750-EXIT
                   ELSE
                       PERFORM 2700-BUILD-SERVICE-LINE THRU 2700-EXIT
                   END-IF
               WHEN FR-REC
                   PERFORM 2760-TAKE-REVENUE-LINE THRU 2760-EXIT
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2790-FLUSH-PENDING-SV2 THRU 2790-EXIT
                   PERFORM 2690-FLUSH-PENDING-CLM THRU 2690-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2010-EXIT.
           EXIT.
       2050-HOLD-CLAIM-RECORD.
           IF WS-HELD-OVERFLOW
               GO TO 2050-EXIT
           END-IF
           IF WS-HELD-COUNT = WS-HELD-MAX
               PERFORM 2055-SUSPEND-OVERSIZED THRU 2055-EXIT
               GO TO 2050-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           EVALUATE TRUE
               WHEN F0-REC
                   ADD 1 TO WS-HELD-LINES
                   MOVE WS-HELD-LINES
                       TO WS-HELD-LINE-GRP (WS-HELD-COUNT)
               WHEN X0-CLAIM-TRAILER-REC
                   MOVE ZERO TO WS-HELD-LINE-GRP (WS-HELD-COUNT)
               WHEN OTHER
                   MOVE WS-HELD-LINES
                       TO WS-HELD-LINE-GRP (WS-HELD-COUNT)
           END-EVALUATE
           IF E0-REC
               MOVE E0-PAT-CNTL-NUM  TO WS-ORIG-PAT-CNTL-NO
               MOVE E0-TOT-CLAIM-AMT TO WS-ORIG-CHARGE
           END-IF
           IF D0-REC
              AND WS-ORIG-PAYOR-ID = SPACES
               MOVE D0-PAYOR-ID      TO WS-ORIG-PAYOR-ID
           END-IF
           MOVE WS-PCDSCLAIM-REC TO WS-HELD-REC (WS-HELD-COUNT).
       2050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2055-SUSPEND-OVERSIZED -- THE CLAIM HAS OUTGROWN THE HELD     *
      **   TABLE.  IT GOES TO THE SUSPENSE QUEUE AND NONE OF IT IS       *
      **   TRANSLATED; ITS REMAINING RECORDS ARE PASSED OVER UNTIL IT    *
      **   IS RELEASED, AND THE RUN CARRIES ON WITH THE NEXT CLAIM.      *
      **----------------------------------------------------------------*
       2055-SUSPEND-OVERSIZED.
           SET WS-HELD-OVERFLOW TO TRUE
           ADD 1 TO WS-CLAIMS-SUSPENDED
           MOVE SPACES              TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM   TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE-SAVE  TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM-SAVE   TO PCD-SUSP-BATCH-NUM
           MOVE WS-ORIG-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-ORIG-PAYOR-ID    TO PCD-SUSP-PAYOR-ID
           MOVE 'HLDOVR'            TO PCD-SUSP-REASON-CODE
           MOVE 'CLAIM TOO LARGE FOR 837 TRANSLATION - NOT SENT'
                                    TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD124'            TO PCD-SUSP-SOURCE-PGM
           MOVE WS-RUN-DATE         TO PCD-SUSP-DATE
           MOVE PCD-SUSPENSE-REC    TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           DISPLAY 'PCD124 - CLAIM ' WS-ORIG-PAT-CNTL-NO
               ' OVER ' WS-HELD-MAX ' RECORDS - SUSPENDED'.
       2055-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2060-RELEASE-CLAIM -- A CLAIM WITHIN THE RECEIVER'S LIMIT     *
      **   GOES OUT JUST AS IT CAME IN.  THE LIMIT IS THE PCDXMTP        *
      **   VALUE, OR THE IMPLEMENTATION GUIDE'S (50 LINES FOR 837P AND   *
      **   837D, 999 FOR 837I) WHEN THE RECEIVER SETS NONE.  THE RECORD  *
      **   THAT CAUSED THE RELEASE IS PUT BACK AFTERWARDS.               *
      **----------------------------------------------------------------*
       2060-RELEASE-CLAIM.
           MOVE 'N' TO WS-CLAIM-HELD-SW
           IF WS-HELD-OVERFLOW
               MOVE 'N' TO WS-HELD-OVERFLOW-SW
               GO TO 2060-EXIT
           END-IF
           MOVE WS-PCDSCLAIM-REC TO WS-CURRENT-REC-SAVE
           EVALUATE TRUE
               WHEN WS-MAX-CLAIM-LINES > ZERO
                   MOVE WS-MAX-CLAIM-LINES TO WS-LINE-LIMIT
               WHEN WS-ROUTE-INST
                   MOVE 999 TO WS-LINE-LIMIT
               WHEN OTHER
                   MOVE 50  TO WS-LINE-LIMIT
           END-EVALUATE
           IF WS-HELD-LINES > WS-LINE-LIMIT
              AND WS-ORIG-PAT-CNTL-NO > SPACES
               PERFORM 2080-SPLIT-CLAIM THRU 2080-EXIT
           ELSE
               PERFORM 2070-REPLAY-HELD-RECORD THRU 2070-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
           END-IF
           MOVE WS-CURRENT-REC-SAVE TO WS-PCDSCLAIM-REC.
       2060-EXIT.
           EXIT.
       2070-REPLAY-HELD-RECORD.
           MOVE WS-HELD-REC (WS-HELD-SUB) TO WS-PCDSCLAIM-REC
           PERFORM 2010-DISPATCH-RECORD THRU 2010-EXIT.
       2070-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2080-SPLIT-CLAIM -- THE CLAIM GOES OUT AS SEVERAL, EACH WITH  *
      **   EVERY CLAIM-LEVEL RECORD, THE NEXT RUN OF UP TO THE LIMIT'S   *
      **   SERVICE LINES, AND THE X0.  A PART IS NUMBERED INTO THE       *
      **   CHILD PATIENT CONTROL NUMBER, SO NO MORE THAN 99 PARTS.       *
      **----------------------------------------------------------------*
       2080-SPLIT-CLAIM.
           COMPUTE WS-SPLIT-PARTS =
               (WS-HELD-LINES + WS-LINE-LIMIT - 1) / WS-LINE-LIMIT
           IF WS-SPLIT-PARTS > 99
               DISPLAY 'PCD124 - CLAIM ' WS-ORIG-PAT-CNTL-NO
                   ' NEEDS OVER 99 PARTS - SENT WHOLE'
               PERFORM 2070-REPLAY-HELD-RECORD THRU 2070-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
               GO TO 2080-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-SPLIT
           PERFORM VARYING WS-PCN-LEN FROM 17 BY -1
                   UNTIL WS-PCN-LEN = 1
                      OR WS-ORIG-PAT-CNTL-NO (WS-PCN-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM 2090-SEND-ONE-PART THRU 2090-EXIT
               VARYING WS-SPLIT-PART FROM 1 BY 1
               UNTIL WS-SPLIT-PART > WS-SPLIT-PARTS.
       2080-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2090-SEND-ONE-PART -- THE CHILD IS THE ORIGINAL PATIENT       *
      **   CONTROL NUMBER, A DASH AND THE PART NUMBER; ITS CLM02 IS THE  *
      **   SUM OF ITS OWN LINES' CHARGES.                                *
      **----------------------------------------------------------------*
       2090-SEND-ONE-PART.
           ADD 1 TO WS-SPLIT-PARTS-SENT
           COMPUTE WS-PART-FIRST-LINE =
               (WS-SPLIT-PART - 1) * WS-LINE-LIMIT + 1
           COMPUTE WS-PART-LAST-LINE =
               WS-PART-FIRST-LINE + WS-LINE-LIMIT - 1
           IF WS-PART-LAST-LINE > WS-HELD-LINES
               MOVE WS-HELD-LINES TO WS-PART-LAST-LINE
           END-IF
           MOVE WS-SPLIT-PART TO WS-PART-EDIT
           MOVE SPACES TO WS-CHILD-PAT-CNTL-NO
           STRING WS-ORIG-PAT-CNTL-NO (1:WS-PCN-LEN) DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-PART-EDIT       DELIMITED BY SIZE
               INTO WS-CHILD-PAT-CNTL-NO
           MOVE ZERO TO WS-PART-CHARGE
           PERFORM 2092-ADD-PART-CHARGE THRU 2092-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
           PERFORM 2094-REPLAY-PART-RECORD THRU 2094-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
           PERFORM 2096-WRITE-SPLIT-LINKAGE THRU 2096-EXIT.
       2090-EXIT.
           EXIT.
       2092-ADD-PART-CHARGE.
           IF WS-HELD-LINE-GRP (WS-HELD-SUB) < WS-PART-FIRST-LINE
              OR WS-HELD-LINE-GRP (WS-HELD-SUB) > WS-PART-LAST-LINE
               GO TO 2092-EXIT
           END-IF
           MOVE WS-HELD-REC (WS-HELD-SUB) TO WS-PCDSCLAIM-REC
           IF F0-REC
              AND F0-LINE-CHRG NUMERIC
               ADD F0-LINE-CHRG TO WS-PART-CHARGE
           END-IF.
       2092-EXIT.
           EXIT.
       2094-REPLAY-PART-RECORD.
           IF WS-HELD-LINE-GRP (WS-HELD-SUB) NOT = ZERO
              AND (WS-HELD-LINE-GRP (WS-HELD-SUB) < WS-PART-FIRST-LINE
                OR WS-HELD-LINE-GRP (WS-HELD-SUB) > WS-PART-LAST-LINE)
               GO TO 2094-EXIT
           END-IF
           MOVE WS-HELD-REC (WS-HELD-SUB) TO WS-PCDSCLAIM-REC
           PERFORM 2010-DISPATCH-RECORD THRU 2010-EXIT
           IF E0-REC
               MOVE WS-CHILD-PAT-CNTL-NO TO WS-CLM-PAT-CNTL-NO
               MOVE WS-PART-CHARGE       TO WS-CLM-AMT-EDIT
           END-IF.
       2094-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2096-WRITE-SPLIT-LINKAGE -- ONE PCDSPLM ROW PER PART.  A      *
      **   RERUN OF THE SAME FILE REPLACES THE ROWS IT WROTE BEFORE.     *
      **----------------------------------------------------------------*
       2096-WRITE-SPLIT-LINKAGE.
           MOVE SPACES               TO PCD-SPLK-REC
           MOVE WS-ORIG-PAT-CNTL-NO  TO PCD-SPLK-ORIG-PAT-CNTL-NO
           MOVE WS-SPLIT-PART        TO PCD-SPLK-PART-NO
           MOVE WS-CHILD-PAT-CNTL-NO TO PCD-SPLK-CHILD-PAT-CNTL-NO
           MOVE WS-SPLIT-PARTS       TO PCD-SPLK-PART-COUNT
           MOVE WS-LINE-LIMIT        TO PCD-SPLK-LINES-PER-PART
           MOVE WS-PART-FIRST-LINE   TO PCD-SPLK-FIRST-LINE
           MOVE WS-PART-LAST-LINE    TO PCD-SPLK-LAST-LINE
           MOVE WS-PART-CHARGE       TO PCD-SPLK-CHILD-CHARGE
           MOVE WS-ORIG-CHARGE       TO PCD-SPLK-ORIG-CHARGE
           MOVE WS-CURRENT-JOBNUM    TO PCD-SPLK-JOBNUM
           MOVE WS-CURRENT-RECEIVER  TO PCD-SPLK-RECEIVER
           MOVE WS-RUN-DATE          TO PCD-SPLK-SPLIT-DATE
           WRITE PCD-SPLK-REC
           IF WS-SPLM-DUP-KEY
               REWRITE PCD-SPLK-REC
           END-IF
           IF NOT WS-SPLM-OK
               MOVE 'PCD124'            TO PCD-IOERR-PROGRAM
               MOVE 'PCDSPLM'           TO PCD-IOERR-FILE-NAME
               MOVE WS-SPLM-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               MOVE WS-CURRENT-JOBNUM   TO PCD-IOERR-JOBNUM
               MOVE SPACES              TO PCD-IOERR-BATCH-TYPE
                                           PCD-IOERR-BATCH-NUM
               CALL 'PCDIOERR' USING PCD-IOERR-AREA
               STOP RUN
           END-IF.
       2096-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-BUILD-ENVELOPES -- FIRST A0 OPENS ISA/GS/ST/BHT ON EACH  *
      **   OUTPUTS (ONE INTERCHANGE PER RUN PER FORMAT).                 *
      **----------------------------------------------------------------*
       2100-BUILD-ENVELOPES.
           MOVE A0-RECEIVER-ID   TO WS-CURRENT-RECEIVER
           MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
           PERFORM 2107-SET-LINE-LIMIT THRU 2107-EXIT
           IF NOT WS-P-ST-OPEN
               PERFORM 2105-SET-X12-VERSION THRU 2105-EXIT
           END-IF
           IF NOT WS-P-ST-OPEN
               SET WS-ROUTE-PROF TO TRUE
               SET WS-P-ST-OPEN  TO TRUE
               SET WS-D-ST-OPEN    TO TRUE
               ADD 1 TO WS-D-CTL-NUM
               PERFORM 2110-WRITE-ONE-ENVELOPE THRU 2110-EXIT
           END-IF
           IF NOT WS-I-ST-OPEN
               SET WS-ROUTE-INST   TO TRUE
               SET WS-I-ST-OPEN    TO TRUE
               ADD 1 TO WS-I-CTL-NUM
               PERFORM 2110-WRITE-ONE-ENVELOPE THRU 2110-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2105-SET-X12-VERSION -- THE RECEIVER'S PCDXMTP CUTOVER        *
      **   SWITCH; A RECEIVER WITH NO ROW (OR A BLANK SWITCH) STAYS ON   *
      **   4010.                                                         *
      **----------------------------------------------------------------*
       2105-SET-X12-VERSION.
           SET WS-VERS-4010-ONLY TO TRUE
           PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
                   UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
               IF WS-PROF-RECEIVER (WS-PROFILE-SUB) = A0-RECEIVER-ID
                   MOVE WS-PROF-X12-VERSION (WS-PROFILE-SUB)
                       TO PCD-XMTP-X12-VERSION
                   EVALUATE TRUE
                       WHEN PCD-XMTP-5010-ONLY
                           SET WS-VERS-5010-ONLY     TO TRUE
                       WHEN PCD-XMTP-4010-AND-5010
                           SET WS-VERS-4010-AND-5010 TO TRUE
                       WHEN OTHER
                           SET WS-VERS-4010-ONLY     TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-X12-VERSION-SW TO WS-SEG-TARGET-SW.
       2105-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2107-SET-LINE-LIMIT -- EACH FILE'S RECEIVER HAS ITS OWN       *
      **   SERVICE-LINE LIMIT; ZERO LEAVES THE GUIDE'S LIMIT IN FORCE.   *
      **----------------------------------------------------------------*
       2107-SET-LINE-LIMIT.
           MOVE ZERO TO WS-MAX-CLAIM-LINES
           PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
                   UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
               IF WS-PROF-RECEIVER (WS-PROFILE-SUB) = A0-RECEIVER-ID
                   MOVE WS-PROF-MAX-LINES (WS-PROFILE-SUB)
                       TO WS-MAX-CLAIM-LINES
               END-IF
           END-PERFORM.
       2107-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2110-WRITE-ONE-ENVELOPE -- FULL FIXED-FORMAT ISA (ALL 16      *
      **   ELEMENTS, 15-BYTE SENDER/RECEIVER IDS, CONTROL NUMBER         *
      **   MATCHED BY THE IEA), THEN GS/ST/BHT.  THE TRANSACTION         *
      **   SE ONLY, ENVELOPE EXCLUDED.                                   *
      **----------------------------------------------------------------*
       2110-WRITE-ONE-ENVELOPE.
           EVALUATE TRUE
               WHEN WS-ROUTE-PROF
                   MOVE WS-P-CTL-NUM TO WS-CTL-EDIT
               WHEN WS-ROUTE-INST
                   MOVE WS-I-CTL-NUM TO WS-CTL-EDIT
               WHEN OTHER
                   MOVE WS-D-CTL-NUM TO WS-CTL-EDIT
           END-EVALUATE
           IF WS-ROUTE-INST
           OR NOT WS-VERS-5010-ONLY
               MOVE '4' TO WS-SEG-TARGET-SW
               PERFORM 2120-WRITE-ISA-GS-ST THRU 2120-EXIT
           END-IF
           IF NOT WS-ROUTE-INST
           AND NOT WS-VERS-4010-ONLY
               MOVE '5' TO WS-SEG-TARGET-SW
               PERFORM 2120-WRITE-ISA-GS-ST THRU 2120-EXIT
           END-IF
           MOVE WS-X12-VERSION-SW TO WS-SEG-TARGET-SW
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'BHT*0019*00*' DELIMITED BY SIZE
                  A0-UNIQUE-JOBNUM DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '*0000*CH~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       2110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2120-WRITE-ISA-GS-ST -- THE VERSION-SPECIFIC ENVELOPE LINES   *
      **   FOR WS-SEG-TARGET-SW: ISA12 00401/00501 (5010 ALSO SENDS THE  *
      **   ^ REPETITION SEPARATOR IN ISA11), GS08 AND, FOR 5010, ST03.   *
      **   THE SE01 COUNT RESTARTS AT EACH ST, SO WHEN BOTH VERSIONS     *
      **   ARE BUILT THE ST STILL COUNTS ONCE.                           *
      **----------------------------------------------------------------*
       2120-WRITE-ISA-GS-ST.
           IF WS-SEG-TARGET-SW = '5'
               MOVE '*^*00501*' TO WS-ISA-VERSION
           ELSE
               MOVE '*U*00401*' TO WS-ISA-VERSION
           END-IF
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'ISA*00*          *00*          *30*'
                   DELIMITED BY SIZE
                  WS-RUN-DATE (3:6)  DELIMITED BY SIZE
                  '*'                DELIMITED BY SIZE
                  WS-RUN-TIME (1:4)  DELIMITED BY SIZE
                  WS-ISA-VERSION     DELIMITED BY SIZE
                  WS-ISA-CTL-NUM     DELIMITED BY SIZE
                  '*0*P*:~'          DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           EVALUATE TRUE
               WHEN WS-ROUTE-INST
                   MOVE '004010X096A1' TO WS-GS08-VERSION
               WHEN WS-ROUTE-PROF AND WS-SEG-TARGET-SW = '5'
                   MOVE '005010X222A1' TO WS-GS08-VERSION
               WHEN WS-ROUTE-PROF
                   MOVE '004010X098'   TO WS-GS08-VERSION
               WHEN WS-SEG-TARGET-SW = '5'
                   MOVE '005010X224A2' TO WS-GS08-VERSION
               WHEN OTHER
                   MOVE '004010X097'   TO WS-GS08-VERSION
           END-EVALUATE
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'GS*HC*' DELIMITED BY SIZE
                  A0-SUB-EIN-X DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  A0-RECEIVER-ID DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '*0001*1*X*' DELIMITED BY SIZE
                  WS-GS08-VERSION DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           EVALUATE TRUE
               WHEN WS-ROUTE-PROF
                   MOVE ZERO TO WS-P-TX-SEG-COUNT
               WHEN WS-ROUTE-INST
                   MOVE ZERO TO WS-I-TX-SEG-COUNT
               WHEN OTHER
                   MOVE ZERO TO WS-D-TX-SEG-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-SEGMENT-LINE
           IF WS-SEG-TARGET-SW = '5'
               STRING 'ST*837*' DELIMITED BY SIZE
                      WS-CTL-EDIT DELIMITED BY SIZE
                      '*' DELIMITED BY SIZE
                      WS-GS08-VERSION DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
           ELSE
               STRING 'ST*837*' DELIMITED BY SIZE
                      WS-CTL-EDIT DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
           END-IF
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       2120-EXIT.
           EXIT.
       2200-BUILD-BILL-PROV.
           EVALUATE TRUE
               WHEN B0-DENTAL-BATCH
               WHEN B0-DENTAL-ENCOUNTERS
                   SET WS-ROUTE-DENTAL TO TRUE
               WHEN B0-INSTITUTIONAL-BATCH
                   SET WS-ROUTE-INST   TO TRUE
               WHEN OTHER
                   SET WS-ROUTE-PROF   TO TRUE
           END-EVALUATE
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'NM1*85*2*' DELIMITED BY SIZE
                  B0-BP-ORG-NAME DELIMITED BY '  '
           MOVE SPACES TO WS-CLM-PLACE-CD
           MOVE SPACES TO WS-CLM-FREQ-CD
           MOVE 'N'    TO WS-HI-PENDING-SW
           MOVE E0-ATTACH-XMIT-TYPE-CD TO WS-E0-ATT-XMIT-CD
           MOVE E0-ATTACH-TYPE-CODE-1  TO WS-E0-ATT-REPORT-TYPE
           MOVE SPACES TO WS-E0-ATT-CNTL-NUM
           MOVE ZERO   TO WS-PWK-COUNT
           IF E0-DIAG-CODE (1) > SPACES
               SET WS-HI-PENDING TO TRUE
               MOVE SPACES TO WS-HI-LINE
               IF E0-DIAG-CD-QUAL = 'ABK'
                   STRING 'HI*ABK:' DELIMITED BY SIZE
                          E0-DIAG-CODE (1) DELIMITED BY '  '
                          '*ABF:' DELIMITED BY SIZE
                          E0-DIAG-CODE (2) DELIMITED BY '  '
                          '~' DELIMITED BY SIZE
                       INTO WS-HI-LINE
               ELSE
                   STRING 'HI*BK:' DELIMITED BY SIZE
                          E0-DIAG-CODE (1) DELIMITED BY '  '
                          '*BF:' DELIMITED BY SIZE
                          E0-DIAG-CODE (2) DELIMITED BY '  '
                          '~' DELIMITED BY SIZE
                       INTO WS-HI-LINE
               END-IF
           END-IF
           IF WS-ROUTE-INST
               MOVE 'N' TO WS-HI-PENDING-SW
               MOVE WS-PCDSCLAIM-REC TO WS-E0-SAVE
               MOVE SPACES TO WS-I0-SAVE WS-I1-SAVE
                              WS-I2-SAVE WS-I3-SAVE
           END-IF.
       2600-EXIT.
           EXIT.
           END-IF.
       2650-EXIT.
           EXIT.
       2655-HOLD-ATTACHMENTS.
           IF NOT WS-CLM-PENDING
               GO TO 2655-EXIT
           END-IF
           PERFORM VARYING EW-INX FROM 1 BY 1 UNTIL EW-INX > 4
               IF EW-ATT-CD (EW-INX) > SPACES
               AND WS-PWK-COUNT < 11
                   ADD 1 TO WS-PWK-COUNT
                   MOVE EW-ATT-CD (EW-INX)
                       TO WS-PWK-REPORT-TYPE (WS-PWK-COUNT)
                   MOVE EW-ATT-XMIT-CD (EW-INX)
                       TO WS-PWK-XMIT-CD     (WS-PWK-COUNT)
                   MOVE EW-ATT-CNTL-NUM (EW-INX)
                       TO WS-PWK-CNTL-NUM    (WS-PWK-COUNT)
               END-IF
           END-PERFORM.
       2655-EXIT.
           EXIT.
       2660-HOLD-INST-RECORD.
           IF NOT WS-CLM-PENDING
               GO TO 2660-EXIT
           END-IF
           EVALUATE TRUE
               WHEN I0-REC
                   MOVE WS-PCDSCLAIM-REC TO WS-I0-SAVE
               WHEN I1-REC
                   MOVE WS-PCDSCLAIM-REC TO WS-I1-SAVE
               WHEN I2-REC
                   MOVE WS-PCDSCLAIM-REC TO WS-I2-SAVE
               WHEN I3-REC
                   MOVE WS-PCDSCLAIM-REC TO WS-I3-SAVE
           END-EVALUATE.
       2660-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2670-WRITE-INST-CLAIM -- 837I CLAIM LOOP HEADER, IN THE       *
      **   IMPLEMENTATION GUIDE'S SEGMENT ORDER.  THE CURRENT RECORD     *
      **   (USUALLY THE FIRST F0) IS PARKED AND PUT BACK AFTERWARDS.     *
      **----------------------------------------------------------------*
       2670-WRITE-INST-CLAIM.
           MOVE WS-PCDSCLAIM-REC TO WS-HOLD-REC
           PERFORM 2671-WRITE-INST-CLM-DATES  THRU 2671-EXIT
           PERFORM 2672-WRITE-INST-DIAGNOSES  THRU 2672-EXIT
           PERFORM 2673-WRITE-INST-PROCEDURES THRU 2673-EXIT
           PERFORM 2674-WRITE-INST-OCCUR-VALUE THRU 2674-EXIT
           PERFORM 2675-WRITE-INST-PHYSICIANS THRU 2675-EXIT
           MOVE WS-HOLD-REC TO WS-PCDSCLAIM-REC.
       2670-EXIT.
           EXIT.
       2671-WRITE-INST-CLM-DATES.
           MOVE WS-I0-SAVE TO WS-PCDSCLAIM-REC
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'CLM*' DELIMITED BY SIZE
                  WS-CLM-PAT-CNTL-NO DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  WS-CLM-AMT-EDIT DELIMITED BY SIZE
                  '***' DELIMITED BY SIZE
                  I0-TOB-FACILITY DELIMITED BY SIZE
                  ':A:' DELIMITED BY SIZE
                  I0-TOB-FREQUENCY DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           IF I0-DISCHARGE-HOUR > SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*096*TM*' DELIMITED BY SIZE
                      I0-DISCHARGE-HOUR DELIMITED BY SIZE
                      '00~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           IF I0-STMT-FROM-DATE-X > SPACES
               MOVE I0-STMT-FROM-DATE TO WS-DATE-EDIT
               MOVE I0-STMT-THRU-DATE TO WS-DATE2-EDIT
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*434*RD8*' DELIMITED BY SIZE
                      WS-DATE-EDIT DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DATE2-EDIT DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           IF I0-ADMIT-DATE-X > SPACES
               MOVE I0-ADMIT-DATE TO WS-DATE-EDIT
               MOVE SPACES TO WS-SEGMENT-LINE
               IF I0-ADMIT-HOUR > SPACES
                   STRING 'DTP*435*DT*' DELIMITED BY SIZE
                          WS-DATE-EDIT DELIMITED BY SIZE
                          I0-ADMIT-HOUR DELIMITED BY SIZE
                          '00~' DELIMITED BY SIZE
                       INTO WS-SEGMENT-LINE
               ELSE
                   STRING 'DTP*435*D8*' DELIMITED BY SIZE
                          WS-DATE-EDIT DELIMITED BY SIZE
                          '~' DELIMITED BY SIZE
                       INTO WS-SEGMENT-LINE
               END-IF
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           IF I0-ADMIT-TYPE     > SPACES
           OR I0-ADMIT-SOURCE   > SPACES
           OR I0-PATIENT-STATUS > SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'CL1*' DELIMITED BY SIZE
                      I0-ADMIT-TYPE DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      I0-ADMIT-SOURCE DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      I0-PATIENT-STATUS DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           PERFORM 2695-WRITE-PWK THRU 2695-EXIT
           IF I0-TOT-NONCOV-CHRG NUMERIC
              AND I0-TOT-NONCOV-CHRG > ZERO
               MOVE I0-TOT-NONCOV-CHRG TO WS-AMT-EDIT
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'AMT*A8*' DELIMITED BY SIZE
                      WS-AMT-EDIT DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF.
       2671-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2672-WRITE-INST-DIAGNOSES -- PRINCIPAL (E0 SLOT 1), THEN      *
      **   ADMITTING, PATIENT REASON AND DRG FROM THE I0, THEN OTHER     *
      **   DIAGNOSES FROM E0 SLOTS 2-4 AND THE I3 OVERFLOW.  ICD-10      *
      **   CLAIMS (E0-DIAG-CD-QUAL ABK) USE THE ABx QUALIFIERS.          *
      **----------------------------------------------------------------*
       2672-WRITE-INST-DIAGNOSES.
           MOVE WS-E0-SAVE TO WS-PCDSCLAIM-REC
           IF E0-DIAG-CODE (1) > SPACES
               MOVE SPACES TO WS-HI-COMP
               IF E0-DIAG-CD-QUAL = 'ABK'
                   MOVE 'ABK' TO WS-HI-QUAL
               ELSE
                   MOVE 'BK ' TO WS-HI-QUAL
               END-IF
               STRING WS-HI-QUAL DELIMITED BY SPACE
                      ':' DELIMITED BY SIZE
                      E0-DIAG-CODE (1) DELIMITED BY SPACE
                   INTO WS-HI-COMP
               PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               PERFORM 2685-END-HI-SEGMENT   THRU 2685-EXIT
           END-IF
           MOVE WS-I0-SAVE TO WS-PCDSCLAIM-REC
           IF I0-ADMIT-DIAG > SPACES
               MOVE SPACES TO WS-HI-COMP
               IF WS-HI-QUAL = 'ABK'
                   STRING 'ABJ:' DELIMITED BY SIZE
                          I0-ADMIT-DIAG DELIMITED BY SPACE
                       INTO WS-HI-COMP
               ELSE
                   STRING 'BJ:' DELIMITED BY SIZE
                          I0-ADMIT-DIAG DELIMITED BY SPACE
                       INTO WS-HI-COMP
               END-IF
               PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               PERFORM 2685-END-HI-SEGMENT   THRU 2685-EXIT
           END-IF
           IF I0-PAT-REASON-DIAG > SPACES
               MOVE SPACES TO WS-HI-COMP
               IF WS-HI-QUAL = 'ABK'
                   STRING 'APR:' DELIMITED BY SIZE
                          I0-PAT-REASON-DIAG DELIMITED BY SPACE
                       INTO WS-HI-COMP
               ELSE
                   STRING 'PR:' DELIMITED BY SIZE
                          I0-PAT-REASON-DIAG DELIMITED BY SPACE
                       INTO WS-HI-COMP
               END-IF
               PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               PERFORM 2685-END-HI-SEGMENT   THRU 2685-EXIT
           END-IF
           IF I0-DRG-CODE > SPACES
               MOVE SPACES TO WS-HI-COMP
               STRING 'DR:' DELIMITED BY SIZE
                      I0-DRG-CODE DELIMITED BY SPACE
                   INTO WS-HI-COMP
               PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               PERFORM 2685-END-HI-SEGMENT   THRU 2685-EXIT
           END-IF
           MOVE WS-E0-SAVE TO WS-PCDSCLAIM-REC
           PERFORM VARYING WS-HI-SUB FROM 2 BY 1 UNTIL WS-HI-SUB > 4
               IF E0-DIAG-CODE (WS-HI-SUB) > SPACES
                   MOVE SPACES TO WS-HI-COMP
                   IF WS-HI-QUAL = 'ABK'
                       STRING 'ABF:' DELIMITED BY SIZE
                              E0-DIAG-CODE (WS-HI-SUB)
                                  DELIMITED BY SPACE
                           INTO WS-HI-COMP
                   ELSE
                       STRING 'BF:' DELIMITED BY SIZE
                              E0-DIAG-CODE (WS-HI-SUB)
                                  DELIMITED BY SPACE
                           INTO WS-HI-COMP
                   END-IF
                   PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               END-IF
           END-PERFORM
           IF WS-I3-SAVE > SPACES
               MOVE WS-I3-SAVE TO WS-PCDSCLAIM-REC
               PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                       UNTIL WS-HI-SUB > 8
                   IF I3-OTHER-DIAG-CODE (WS-HI-SUB) > SPACES
                       MOVE SPACES TO WS-HI-COMP
                       IF WS-HI-QUAL = 'ABK'
                           STRING 'ABF:' DELIMITED BY SIZE
                                  I3-OTHER-DIAG-CODE (WS-HI-SUB)
                                      DELIMITED BY SPACE
                               INTO WS-HI-COMP
                       ELSE
                           STRING 'BF:' DELIMITED BY SIZE
                                  I3-OTHER-DIAG-CODE (WS-HI-SUB)
                                      DELIMITED BY SPACE
                               INTO WS-HI-COMP
                       END-IF
                       PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT.
       2672-EXIT.
           EXIT.
       2673-WRITE-INST-PROCEDURES.
           MOVE WS-I0-SAVE TO WS-PCDSCLAIM-REC
           IF I0-PRIN-PROC-CODE > SPACES
               MOVE I0-PRIN-PROC-DATE TO WS-DATE-EDIT
               MOVE SPACES TO WS-HI-COMP
               STRING I0-PRIN-PROC-QUAL DELIMITED BY SPACE
                      ':' DELIMITED BY SIZE
                      I0-PRIN-PROC-CODE DELIMITED BY SPACE
                      ':D8:' DELIMITED BY SIZE
                      WS-DATE-EDIT DELIMITED BY SIZE
                   INTO WS-HI-COMP
               PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               PERFORM 2685-END-HI-SEGMENT   THRU 2685-EXIT
               IF I0-PRIN-PROC-QUAL = 'BBR'
                   MOVE 'BBQ' TO WS-HI-QUAL
               ELSE
                   MOVE 'BQ ' TO WS-HI-QUAL
               END-IF
           ELSE
               MOVE 'BQ ' TO WS-HI-QUAL
           END-IF
           IF WS-I3-SAVE = SPACES
               GO TO 2673-EXIT
           END-IF
           MOVE WS-I3-SAVE TO WS-PCDSCLAIM-REC
           PERFORM VARYING WS-HI-SUB FROM 1 BY 1 UNTIL WS-HI-SUB > 5
               IF I3-OTHER-PROC-CODE (WS-HI-SUB) > SPACES
                   MOVE I3-OTHER-PROC-DATE (WS-HI-SUB) TO WS-DATE-EDIT
                   MOVE SPACES TO WS-HI-COMP
                   STRING WS-HI-QUAL DELIMITED BY SPACE
                          ':' DELIMITED BY SIZE
                          I3-OTHER-PROC-CODE (WS-HI-SUB)
                              DELIMITED BY SPACE
                          ':D8:' DELIMITED BY SIZE
                          WS-DATE-EDIT DELIMITED BY SIZE
                       INTO WS-HI-COMP
                   PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
               END-IF
           END-PERFORM
           PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT.
       2673-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2674-WRITE-INST-OCCUR-VALUE -- OCCURRENCE SPANS (BI) AND      *
      **   OCCURRENCES (BH) FROM I1, VALUE CODES (BE) FROM I2,           *
      **   CONDITION CODES (BG) FROM I3.  EACH CODE SET IS ITS OWN HI.   *
      **----------------------------------------------------------------*
       2674-WRITE-INST-OCCUR-VALUE.
           IF WS-I1-SAVE > SPACES
               MOVE WS-I1-SAVE TO WS-PCDSCLAIM-REC
               PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                       UNTIL WS-HI-SUB > 4
                   IF I1-SPAN-CODE (WS-HI-SUB) > SPACES
                       MOVE I1-SPAN-FROM-DATE (WS-HI-SUB)
                           TO WS-DATE-EDIT
                       MOVE I1-SPAN-THRU-DATE (WS-HI-SUB)
                           TO WS-DATE2-EDIT
                       MOVE SPACES TO WS-HI-COMP
                       STRING 'BI:' DELIMITED BY SIZE
                              I1-SPAN-CODE (WS-HI-SUB)
                                  DELIMITED BY SIZE
                              ':RD8:' DELIMITED BY SIZE
                              WS-DATE-EDIT DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WS-DATE2-EDIT DELIMITED BY SIZE
                           INTO WS-HI-COMP
                       PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
                   END-IF
               END-PERFORM
               PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT
               PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                       UNTIL WS-HI-SUB > 8
                   IF I1-OCCUR-CODE (WS-HI-SUB) > SPACES
                       MOVE I1-OCCUR-DATE (WS-HI-SUB) TO WS-DATE-EDIT
                       MOVE SPACES TO WS-HI-COMP
                       STRING 'BH:' DELIMITED BY SIZE
                              I1-OCCUR-CODE (WS-HI-SUB)
                                  DELIMITED BY SIZE
                              ':D8:' DELIMITED BY SIZE
                              WS-DATE-EDIT DELIMITED BY SIZE
                           INTO WS-HI-COMP
                       PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
                   END-IF
               END-PERFORM
               PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT
           END-IF
           IF WS-I2-SAVE > SPACES
               MOVE WS-I2-SAVE TO WS-PCDSCLAIM-REC
               PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                       UNTIL WS-HI-SUB > 12
                   IF I2-VALUE-CODE (WS-HI-SUB) > SPACES
                       MOVE I2-VALUE-AMT (WS-HI-SUB) TO WS-AMT-EDIT
                       MOVE SPACES TO WS-HI-COMP
                       STRING 'BE:' DELIMITED BY SIZE
                              I2-VALUE-CODE (WS-HI-SUB)
                                  DELIMITED BY SIZE
                              ':::' DELIMITED BY SIZE
                              WS-AMT-EDIT DELIMITED BY SIZE
                           INTO WS-HI-COMP
                       PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
                   END-IF
               END-PERFORM
               PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT
           END-IF
           IF WS-I3-SAVE > SPACES
               MOVE WS-I3-SAVE TO WS-PCDSCLAIM-REC
               PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                       UNTIL WS-HI-SUB > 11
                   IF I3-CONDITION-CODE (WS-HI-SUB) > SPACES
                       MOVE SPACES TO WS-HI-COMP
                       STRING 'BG:' DELIMITED BY SIZE
                              I3-CONDITION-CODE (WS-HI-SUB)
                                  DELIMITED BY SIZE
                           INTO WS-HI-COMP
                       PERFORM 2680-ADD-HI-COMPOSITE THRU 2680-EXIT
                   END-IF
               END-PERFORM
               PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT
           END-IF.
       2674-EXIT.
           EXIT.
       2675-WRITE-INST-PHYSICIANS.
           MOVE WS-I0-SAVE TO WS-PCDSCLAIM-REC
           IF I0-ATTEND-NPI > SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'NM1*71*1******XX*' DELIMITED BY SIZE
                      I0-ATTEND-NPI DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           IF I0-OPERATING-NPI > SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'NM1*72*1******XX*' DELIMITED BY SIZE
                      I0-OPERATING-NPI DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF.
       2675-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2680-ADD-HI-COMPOSITE / 2685-END-HI-SEGMENT -- APPEND ONE     *
      **   COMPOSITE (WS-HI-COMP) TO THE HI BEING BUILT; CLOSE AND       *
      **   WRITE IT ONCE FEWER THAN 26 BYTES OF THE LINE ARE LEFT OR     *
      **   WHEN THE CODE SET CHANGES.                                    *
      **----------------------------------------------------------------*
       2680-ADD-HI-COMPOSITE.
           IF WS-HI-COMP-CNT = ZERO
               MOVE SPACES TO WS-HI-BUILD
               MOVE 'HI'   TO WS-HI-BUILD
               MOVE 3      TO WS-HI-PTR
           END-IF
           STRING '*' DELIMITED BY SIZE
                  WS-HI-COMP DELIMITED BY SPACE
               INTO WS-HI-BUILD WITH POINTER WS-HI-PTR
           ADD 1 TO WS-HI-COMP-CNT
           IF WS-HI-PTR > 54
               PERFORM 2685-END-HI-SEGMENT THRU 2685-EXIT
           END-IF.
       2680-EXIT.
           EXIT.
       2685-END-HI-SEGMENT.
           IF WS-HI-COMP-CNT = ZERO
               GO TO 2685-EXIT
           END-IF
           STRING '~' DELIMITED BY SIZE
               INTO WS-HI-BUILD WITH POINTER WS-HI-PTR
           MOVE WS-HI-BUILD TO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE ZERO TO WS-HI-COMP-CNT.
       2685-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2690-FLUSH-PENDING-CLM -- THE CLM (AND ITS HI) GO OUT AHEAD   *
      **   OF THE FIRST SERVICE LINE, ONCE THE EN HAS HAD ITS CHANCE TO  *
           IF NOT WS-CLM-PENDING
               GO TO 2690-EXIT
           END-IF
           IF WS-ROUTE-INST
               PERFORM 2670-WRITE-INST-CLAIM THRU 2670-EXIT
               MOVE 'N' TO WS-CLM-PENDING-SW
               GO TO 2690-EXIT
           END-IF
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'CLM*' DELIMITED BY SIZE
                  WS-CLM-PAT-CNTL-NO DELIMITED BY '  '
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           PERFORM 2695-WRITE-PWK THRU 2695-EXIT
           IF WS-HI-PENDING
               MOVE WS-HI-LINE TO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE 'N' TO WS-CLM-PENDING-SW.
       2690-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2695-WRITE-PWK -- AN EW ENTRY REPEATING THE E0 ATTACHMENT'S   *
      **   CONTROL NUMBER IS THE SAME DOCUMENT AND IS NOT SENT TWICE.    *
      **   PWK05/06 ONLY WHEN THERE IS A CONTROL NUMBER TO QUOTE.        *
      **----------------------------------------------------------------*
       2695-WRITE-PWK.
           IF WS-E0-ATT-XMIT-CD > SPACES
               MOVE WS-E0-ATT-REPORT-TYPE TO WS-PWK-REPORT-TYPE (12)
               MOVE WS-E0-ATT-XMIT-CD     TO WS-PWK-XMIT-CD     (12)
               MOVE WS-E0-ATT-CNTL-NUM    TO WS-PWK-CNTL-NUM    (12)
               MOVE 12 TO WS-PWK-SUB
               PERFORM 2696-WRITE-ONE-PWK THRU 2696-EXIT
           END-IF
           PERFORM VARYING WS-PWK-SUB FROM 1 BY 1
                   UNTIL WS-PWK-SUB > WS-PWK-COUNT
               IF WS-E0-ATT-XMIT-CD = SPACES
               OR WS-E0-ATT-CNTL-NUM = SPACES
               OR WS-PWK-CNTL-NUM (WS-PWK-SUB) NOT = WS-E0-ATT-CNTL-NUM
                   PERFORM 2696-WRITE-ONE-PWK THRU 2696-EXIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-E0-ATT-XMIT-CD
           MOVE ZERO   TO WS-PWK-COUNT.
       2695-EXIT.
           EXIT.
       2696-WRITE-ONE-PWK.
           MOVE SPACES TO WS-SEGMENT-LINE
           IF WS-PWK-CNTL-NUM (WS-PWK-SUB) > SPACES
               STRING 'PWK*' DELIMITED BY SIZE
                      WS-PWK-REPORT-TYPE (WS-PWK-SUB) DELIMITED BY SIZE
                      '*' DELIMITED BY SIZE
                      WS-PWK-XMIT-CD (WS-PWK-SUB) DELIMITED BY SIZE
                      '***AC*' DELIMITED BY SIZE
                      WS-PWK-CNTL-NUM (WS-PWK-SUB) DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
           ELSE
               STRING 'PWK*' DELIMITED BY SIZE
                      WS-PWK-REPORT-TYPE (WS-PWK-SUB) DELIMITED BY SIZE
                      '*' DELIMITED BY SIZE
                      WS-PWK-XMIT-CD (WS-PWK-SUB) DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
           END-IF
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       2696-EXIT.
           EXIT.
       2700-BUILD-SERVICE-LINE.
           PERFORM 2690-FLUSH-PENDING-CLM THRU 2690-EXIT
           ADD 1 TO WS-LINES-BUILT
           MOVE F0-LINE-CHRG-U  TO WS-AMT-EDIT
           MOVE F0-SERVICE-UNIT TO WS-UNITS-EDIT
           PERFORM 2705-BUILD-PROC-MODS THRU 2705-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           IF WS-ROUTE-DENTAL
               STRING 'SV3*AD:' DELIMITED BY SIZE
           ELSE
               STRING 'SV1*HC:' DELIMITED BY SIZE
                      F0-PROC-CODE DELIMITED BY SPACE
                      WS-PROC-MODS DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-AMT-EDIT DELIMITED BY SIZE
                      '*UN*' DELIMITED BY SIZE
       2700-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2705-BUILD-PROC-MODS -- THE F0 MODIFIERS AS THE TAIL OF THE   *
      **   PROCEDURE COMPOSITE (:MOD1:MOD2...), BLANK SLOTS LEFT OUT.    *
      **----------------------------------------------------------------*
       2705-BUILD-PROC-MODS.
           MOVE SPACES TO WS-PROC-MODS
           MOVE 1 TO WS-MOD-PTR
           IF F0-PROC-MOD-1 > SPACES
               STRING ':' F0-PROC-MOD-1 DELIMITED BY SIZE
                   INTO WS-PROC-MODS WITH POINTER WS-MOD-PTR
           END-IF
           IF F0-PROC-MOD-2 > SPACES
               STRING ':' F0-PROC-MOD-2 DELIMITED BY SIZE
                   INTO WS-PROC-MODS WITH POINTER WS-MOD-PTR
           END-IF
           IF F0-PROC-MOD-3 > SPACES
               STRING ':' F0-PROC-MOD-3 DELIMITED BY SIZE
                   INTO WS-PROC-MODS WITH POINTER WS-MOD-PTR
           END-IF
           IF F0-PROC-MOD-4 > SPACES
               STRING ':' F0-PROC-MOD-4 DELIMITED BY SIZE
                   INTO WS-PROC-MODS WITH POINTER WS-MOD-PTR
           END-IF.
       2705-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2750-HOLD-INST-LINE / 2760-TAKE-REVENUE-LINE / 2790-FLUSH-    *
      **   PENDING-SV2 -- 837I LINE.  THE F0 SUPPLIES PROCEDURE, CHARGE, *
      **   UNITS AND DATE, THE FR THAT FOLLOWS IT THE REVENUE CODE,      *
      **   UNIT RATE AND NON-COVERED CHARGE.  SV2*REV*HC:PROC*CHARGE*    *
      **   BASIS*UNITS*RATE*NONCOV, THEN DTP*472 WHEN THE LINE IS DATED. *
      **----------------------------------------------------------------*
       2750-HOLD-INST-LINE.
           PERFORM 2690-FLUSH-PENDING-CLM THRU 2690-EXIT
           ADD 1 TO WS-LINES-BUILT
           MOVE SPACES          TO WS-SV2-REVENUE-CD
           MOVE F0-PROC-CODE-QUAL TO WS-SV2-PROC-QUAL
           MOVE F0-PROC-CODE    TO WS-SV2-PROC-CODE
           PERFORM 2705-BUILD-PROC-MODS THRU 2705-EXIT
           MOVE WS-PROC-MODS    TO WS-SV2-PROC-MODS
           MOVE F0-LINE-CHRG-U  TO WS-SV2-AMT-EDIT
           MOVE F0-SERVICE-UNIT-QUAL TO WS-SV2-UNIT-QUAL
           IF WS-SV2-UNIT-QUAL = SPACES
               MOVE 'UN' TO WS-SV2-UNIT-QUAL
           END-IF
           MOVE F0-SERVICE-UNIT TO WS-SV2-UNITS-EDIT
           MOVE F0-FROM-DATE-X  TO WS-SV2-DATE-X
           MOVE ZERO TO WS-SV2-RATE WS-SV2-NONCOV
           SET WS-SV2-PENDING TO TRUE.
       2750-EXIT.
           EXIT.
       2760-TAKE-REVENUE-LINE.
           IF WS-SV2-PENDING
               MOVE FR-REVENUE-CODE TO WS-SV2-REVENUE-CD
               IF FR-UNIT-RATE NUMERIC
                   MOVE FR-UNIT-RATE TO WS-SV2-RATE
               END-IF
               IF FR-NONCOV-CHRG NUMERIC
                   MOVE FR-NONCOV-CHRG TO WS-SV2-NONCOV
               END-IF
               PERFORM 2790-FLUSH-PENDING-SV2 THRU 2790-EXIT
           END-IF.
       2760-EXIT.
           EXIT.
       2790-FLUSH-PENDING-SV2.
           IF NOT WS-SV2-PENDING
               GO TO 2790-EXIT
           END-IF
           MOVE WS-SV2-RATE   TO WS-SV2-RATE-EDIT
           MOVE WS-SV2-NONCOV TO WS-SV2-NONCOV-EDIT
           MOVE SPACES TO WS-SEGMENT-LINE
           MOVE 1 TO WS-HI-PTR
           STRING 'SV2*' DELIMITED BY SIZE
                  WS-SV2-REVENUE-CD DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
           IF WS-SV2-PROC-CODE > SPACES
               IF WS-SV2-PROC-QUAL = SPACES
                   MOVE 'HC' TO WS-SV2-PROC-QUAL
               END-IF
               STRING WS-SV2-PROC-QUAL DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-SV2-PROC-CODE DELIMITED BY SPACE
                      WS-SV2-PROC-MODS DELIMITED BY SPACE
                   INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
           END-IF
           STRING '*' DELIMITED BY SIZE
                  WS-SV2-AMT-EDIT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-SV2-UNIT-QUAL DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-SV2-UNITS-EDIT DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
           IF WS-SV2-RATE > ZERO
           OR WS-SV2-NONCOV > ZERO
               STRING '*' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
               IF WS-SV2-RATE > ZERO
                   STRING WS-SV2-RATE-EDIT DELIMITED BY SIZE
                       INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
               END-IF
           END-IF
           IF WS-SV2-NONCOV > ZERO
               STRING '*' DELIMITED BY SIZE
                      WS-SV2-NONCOV-EDIT DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
           END-IF
           STRING '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE WITH POINTER WS-HI-PTR
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           IF WS-SV2-DATE-X > SPACES
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*472*D8*' DELIMITED BY SIZE
                      WS-SV2-DATE-X DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SV2-PENDING-SW.
       2790-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-WRITE-SEGMENT -- ROUTE TO THE OPEN TRANSACTION FOR THE   *
      **   CURRENT BATCH'S FORMAT AND COUNT IT FOR THE SE TRAILER.       *
      **----------------------------------------------------------------*
       3000-WRITE-SEGMENT.
           IF WS-RULE-COUNT > ZERO
               PERFORM 3100-APPLY-RULES THRU 3100-EXIT
               IF WS-SEG-SUPPRESSED
                   ADD 1 TO WS-SEGS-SUPPRESSED
                   GO TO 3000-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ROUTE-DENTAL
                   IF WS-TARGET-4010
                       MOVE WS-SEGMENT-LINE TO PCD-837D-SEGMENT
                       WRITE PCD-837D-SEGMENT
                       ADD 1 TO WS-D-SEG-COUNT
                   END-IF
                   IF WS-TARGET-5010
                       MOVE WS-SEGMENT-LINE TO PCD-837D5-SEGMENT
                       WRITE PCD-837D5-SEGMENT
                       ADD 1 TO WS-D5-SEG-COUNT
                   END-IF
                   ADD 1 TO WS-D-TX-SEG-COUNT
               WHEN WS-ROUTE-INST
                   MOVE WS-SEGMENT-LINE TO PCD-837I-SEGMENT
                   WRITE PCD-837I-SEGMENT
                   ADD 1 TO WS-I-SEG-COUNT WS-I-TX-SEG-COUNT
               WHEN OTHER
                   IF WS-TARGET-4010
                       MOVE WS-SEGMENT-LINE TO PCD-837P-SEGMENT
                       WRITE PCD-837P-SEGMENT
                       ADD 1 TO WS-P-SEG-COUNT
                   END-IF
                   IF WS-TARGET-5010
                       MOVE WS-SEGMENT-LINE TO PCD-837P5-SEGMENT
                       WRITE PCD-837P5-SEGMENT
                       ADD 1 TO WS-P5-SEG-COUNT
                   END-IF
                   ADD 1 TO WS-P-TX-SEG-COUNT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-APPLY-RULES -- THE RECEIVER'S RULES FOR THIS SEGMENT ID, *
      **   IN FILE ORDER, EACH SEEING WHAT THE ONE BEFORE LEFT.  THE     *
      **   ENVELOPE (ISA/GS/ST/SE/GE/IEA) IS NEVER TOUCHED.  A SEGMENT   *
      **   THAT WILL NOT SPLIT CLEANLY, OR WOULD NO LONGER FIT THE LINE, *
      **   GOES OUT AS BUILT.                                            *
      **----------------------------------------------------------------*
       3100-APPLY-RULES.
           MOVE 'N' TO WS-SEG-SUPPRESS-SW
                       WS-SEG-CHANGED-SW
           IF WS-SEGMENT-LINE (1:4) = 'ISA*' OR 'IEA*'
            OR WS-SEGMENT-LINE (1:3) = 'GS*' OR 'GE*' OR 'ST*' OR 'SE*'
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-SPLIT-SEGMENT THRU 3110-EXIT
           IF NOT WS-SPLIT-DONE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3120-APPLY-ONE-RULE THRU 3120-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
                  OR WS-SEG-SUPPRESSED
           IF WS-SEG-CHANGED
           AND NOT WS-SEG-SUPPRESSED
               PERFORM 3130-REBUILD-SEGMENT THRU 3130-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
       3110-SPLIT-SEGMENT.
           MOVE 'N'    TO WS-SPLIT-SW
           MOVE SPACES TO WS-SEG-ID
           MOVE ZERO   TO WS-SEG-ID-LEN
                          WS-EL-COUNT
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 80
                      OR NOT WS-SPLIT-SW = 'N'
               MOVE WS-SEGMENT-LINE (WS-CHAR-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '~'
                       SET WS-SPLIT-DONE TO TRUE
                   WHEN WS-CHAR = '*'
                       IF WS-EL-COUNT = 30
                           SET WS-SPLIT-BAD TO TRUE
                       ELSE
                           ADD 1 TO WS-EL-COUNT
                           MOVE SPACES TO WS-EL-VALUE (WS-EL-COUNT)
                           MOVE ZERO   TO WS-EL-LEN   (WS-EL-COUNT)
                       END-IF
                   WHEN WS-EL-COUNT = ZERO
                       IF WS-SEG-ID-LEN = 3
                           SET WS-SPLIT-BAD TO TRUE
                       ELSE
                           ADD 1 TO WS-SEG-ID-LEN
                           MOVE WS-CHAR TO WS-SEG-ID (WS-SEG-ID-LEN:1)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-EL-LEN (WS-EL-COUNT)
                       MOVE WS-CHAR TO WS-EL-VALUE (WS-EL-COUNT)
                                       (WS-EL-LEN (WS-EL-COUNT):1)
               END-EVALUATE
           END-PERFORM.
       3110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3120-APPLY-ONE-RULE -- SUPPRESS (ELEMENT 00 = THE SEGMENT),   *
      **   DEFAULT AN EMPTY OR MISSING ELEMENT, SUBSTITUTE (ONLY THE     *
      **   MATCH VALUE, WHEN ONE IS GIVEN), TRUNCATE TO THE MAXIMUM.     *
      **----------------------------------------------------------------*
       3120-APPLY-ONE-RULE.
           IF WS-RL-RECEIVER (WS-RULE-SUB)   NOT = WS-CURRENT-RECEIVER
            OR WS-RL-SEGMENT-ID (WS-RULE-SUB) NOT = WS-SEG-ID
               GO TO 3120-EXIT
           END-IF
           IF WS-RL-QUALIFIER (WS-RULE-SUB) > SPACES
               IF WS-EL-COUNT = ZERO
                OR WS-EL-VALUE (1) NOT = WS-RL-QUALIFIER (WS-RULE-SUB)
                   GO TO 3120-EXIT
               END-IF
           END-IF
           MOVE WS-RL-ELEMENT-POS (WS-RULE-SUB) TO WS-EL-IX
           IF WS-EL-IX > 30
               GO TO 3120-EXIT
           END-IF
           MOVE 'N' TO WS-RULE-FIRED-SW
           EVALUATE TRUE
               WHEN WS-RL-SUPPRESS (WS-RULE-SUB)
                AND WS-EL-IX = ZERO
                   SET WS-SEG-SUPPRESSED TO TRUE
                   SET WS-RULE-FIRED     TO TRUE
               WHEN WS-EL-IX = ZERO
                   CONTINUE
               WHEN WS-RL-SUPPRESS (WS-RULE-SUB)
                   IF WS-EL-IX NOT > WS-EL-COUNT
                   AND WS-EL-LEN (WS-EL-IX) > ZERO
                       MOVE SPACES TO WS-EL-VALUE (WS-EL-IX)
                       MOVE ZERO   TO WS-EL-LEN   (WS-EL-IX)
                       SET WS-RULE-FIRED TO TRUE
                   END-IF
               WHEN WS-RL-DEFAULT (WS-RULE-SUB)
                   PERFORM VARYING WS-EL-COUNT FROM WS-EL-COUNT BY 1
                           UNTIL WS-EL-COUNT NOT < WS-EL-IX
                       MOVE SPACES TO WS-EL-VALUE (WS-EL-COUNT + 1)
                       MOVE ZERO   TO WS-EL-LEN   (WS-EL-COUNT + 1)
                   END-PERFORM
                   IF WS-EL-LEN (WS-EL-IX) = ZERO
                       PERFORM 3125-SET-NEW-VALUE THRU 3125-EXIT
                       SET WS-RULE-FIRED TO TRUE
                   END-IF
               WHEN WS-RL-SUBSTITUTE (WS-RULE-SUB)
                   IF WS-EL-IX NOT > WS-EL-COUNT
                       IF WS-RL-MATCH-VALUE (WS-RULE-SUB) = SPACES
                        OR WS-EL-VALUE (WS-EL-IX)
                               = WS-RL-MATCH-VALUE (WS-RULE-SUB)
                           IF WS-EL-VALUE (WS-EL-IX)
                                   NOT = WS-RL-NEW-VALUE (WS-RULE-SUB)
                               PERFORM 3125-SET-NEW-VALUE
                                   THRU 3125-EXIT
                               SET WS-RULE-FIRED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN WS-RL-TRUNCATE (WS-RULE-SUB)
                   IF WS-EL-IX NOT > WS-EL-COUNT
                   AND WS-RL-MAX-LENGTH (WS-RULE-SUB) > ZERO
                   AND WS-EL-LEN (WS-EL-IX)
                           > WS-RL-MAX-LENGTH (WS-RULE-SUB)
                       MOVE WS-RL-MAX-LENGTH (WS-RULE-SUB)
                           TO WS-EL-LEN (WS-EL-IX)
                       MOVE SPACES TO WS-EL-VALUE (WS-EL-IX)
                                      (WS-EL-LEN (WS-EL-IX) + 1:)
                       SET WS-RULE-FIRED TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-RULE-FIRED
               SET WS-SEG-CHANGED TO TRUE
               PERFORM 3140-COUNT-FIRING THRU 3140-EXIT
           END-IF.
       3120-EXIT.
           EXIT.
       3125-SET-NEW-VALUE.
           MOVE WS-RL-NEW-VALUE (WS-RULE-SUB) TO WS-EL-VALUE (WS-EL-IX)
           PERFORM VARYING WS-NEW-LEN FROM 20 BY -1
                   UNTIL WS-NEW-LEN = ZERO
                      OR WS-RL-NEW-VALUE (WS-RULE-SUB)
                             (WS-NEW-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-NEW-LEN TO WS-EL-LEN (WS-EL-IX).
       3125-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3130-REBUILD-SEGMENT -- TRAILING EMPTY ELEMENTS ARE DROPPED   *
      **   WITH THEIR SEPARATORS, AS THE STANDARD REQUIRES.              *
      **----------------------------------------------------------------*
       3130-REBUILD-SEGMENT.
           MOVE ZERO TO WS-LAST-EL
           PERFORM VARYING WS-EL-IX FROM 1 BY 1
                   UNTIL WS-EL-IX > WS-EL-COUNT
               IF WS-EL-LEN (WS-EL-IX) > ZERO
                   MOVE WS-EL-IX TO WS-LAST-EL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REBUILT-LINE
           MOVE 1      TO WS-BUILD-PTR
           STRING WS-SEG-ID DELIMITED BY SPACE
               INTO WS-REBUILT-LINE WITH POINTER WS-BUILD-PTR
           PERFORM VARYING WS-EL-IX FROM 1 BY 1
                   UNTIL WS-EL-IX > WS-LAST-EL
                      OR WS-BUILD-PTR > 80
               STRING '*' DELIMITED BY SIZE
                   INTO WS-REBUILT-LINE WITH POINTER WS-BUILD-PTR
               IF WS-EL-LEN (WS-EL-IX) > ZERO
                   STRING WS-EL-VALUE (WS-EL-IX)
                              (1:WS-EL-LEN (WS-EL-IX))
                              DELIMITED BY SIZE
                       INTO WS-REBUILT-LINE WITH POINTER WS-BUILD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-BUILD-PTR > 80
               ADD 1 TO WS-RULE-OVERFLOW-COUNT
               GO TO 3130-EXIT
           END-IF
           STRING '~' DELIMITED BY SIZE
               INTO WS-REBUILT-LINE WITH POINTER WS-BUILD-PTR
           MOVE WS-REBUILT-LINE TO WS-SEGMENT-LINE.
       3130-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3140-COUNT-FIRING -- AGAINST EACH FILE THE SEGMENT GOES TO    *
      **   (BOTH VERSIONS WHILE A RECEIVER IS IN 5010 TESTING).          *
      **----------------------------------------------------------------*
       3140-COUNT-FIRING.
           EVALUATE TRUE
               WHEN WS-ROUTE-DENTAL
                   IF WS-TARGET-4010
                       ADD 1 TO WS-RL-FIRED (WS-RULE-SUB 2)
                   END-IF
                   IF WS-TARGET-5010
                       ADD 1 TO WS-RL-FIRED (WS-RULE-SUB 5)
                   END-IF
               WHEN WS-ROUTE-INST
                   ADD 1 TO WS-RL-FIRED (WS-RULE-SUB 3)
               WHEN OTHER
                   IF WS-TARGET-4010
                       ADD 1 TO WS-RL-FIRED (WS-RULE-SUB 1)
                   END-IF
                   IF WS-TARGET-5010
                       ADD 1 TO WS-RL-FIRED (WS-RULE-SUB 4)
                   END-IF
           END-EVALUATE.
       3140-EXIT.
           EXIT.
       8000-CLOSE-ENVELOPES.
           IF WS-P-ST-OPEN
               SET WS-ROUTE-PROF TO TRUE
               SET WS-ROUTE-DENTAL TO TRUE
               MOVE WS-D-CTL-NUM TO WS-CTL-EDIT
               PERFORM 8100-WRITE-TRAILERS THRU 8100-EXIT
           END-IF
           IF WS-I-ST-OPEN
               SET WS-ROUTE-INST TO TRUE
               MOVE WS-I-CTL-NUM TO WS-CTL-EDIT
               PERFORM 8100-WRITE-TRAILERS THRU 8100-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
      **   INTERCHANGE CONTROL NUMBER THE ISA SENT.                      *
      **----------------------------------------------------------------*
       8100-WRITE-TRAILERS.
           EVALUATE TRUE
               WHEN WS-ROUTE-DENTAL
                   COMPUTE WS-UNITS-EDIT = WS-D-TX-SEG-COUNT + 1
               WHEN WS-ROUTE-INST
                   COMPUTE WS-UNITS-EDIT = WS-I-TX-SEG-COUNT + 1
               WHEN OTHER
                   COMPUTE WS-UNITS-EDIT = WS-P-TX-SEG-COUNT + 1
           END-EVALUATE
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'SE*' DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       8100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8500-WRITE-RULE-REPORT -- ONE BLOCK PER OUTBOUND FILE.        *
      **----------------------------------------------------------------*
       8500-WRITE-RULE-REPORT.
           MOVE WS-RUN-DATE         TO WS-RH-RUN-DATE
           MOVE WS-RULE-RPT-HEADING TO PCD-RULE-REPORT-LINE
           WRITE PCD-RULE-REPORT-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               MOVE SPACES TO PCD-RULE-REPORT-LINE
               WRITE PCD-RULE-REPORT-LINE
               MOVE WS-OUT-FILE-NAME (WS-FILE-SUB) TO WS-RF-FILE-NAME
               MOVE WS-RULE-RPT-FILE-LINE TO PCD-RULE-REPORT-LINE
               WRITE PCD-RULE-REPORT-LINE
               MOVE WS-RULE-RPT-COLUMNS TO PCD-RULE-REPORT-LINE
               WRITE PCD-RULE-REPORT-LINE
               MOVE ZERO TO WS-RULES-FIRED-IN-FILE
               PERFORM 8510-REPORT-ONE-RULE THRU 8510-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-RULES-FIRED-IN-FILE = ZERO
                   MOVE '  NO RULES FIRED' TO PCD-RULE-REPORT-LINE
                   WRITE PCD-RULE-REPORT-LINE
               END-IF
           END-PERFORM.
       8500-EXIT.
           EXIT.
       8510-REPORT-ONE-RULE.
           IF WS-RL-FIRED (WS-RULE-SUB WS-FILE-SUB) = ZERO
               GO TO 8510-EXIT
           END-IF
           ADD 1 TO WS-RULES-FIRED-IN-FILE
           MOVE WS-RL-RECEIVER    (WS-RULE-SUB) TO WS-RD-RECEIVER
           MOVE WS-RL-RULE-SEQ    (WS-RULE-SUB) TO WS-RD-RULE-SEQ
           MOVE WS-RL-SEGMENT-ID  (WS-RULE-SUB) TO WS-RD-SEGMENT-ID
           MOVE WS-RL-QUALIFIER   (WS-RULE-SUB) TO WS-RD-QUALIFIER
           MOVE WS-RL-ELEMENT-POS (WS-RULE-SUB) TO WS-RD-ELEMENT-POS
           MOVE WS-RL-ACTION      (WS-RULE-SUB) TO WS-RD-ACTION
           MOVE WS-RL-MATCH-VALUE (WS-RULE-SUB) TO WS-RD-MATCH-VALUE
           MOVE WS-RL-NEW-VALUE   (WS-RULE-SUB) TO WS-RD-NEW-VALUE
           MOVE WS-RL-MAX-LENGTH  (WS-RULE-SUB) TO WS-RD-MAX-LENGTH
           MOVE WS-RL-FIRED (WS-RULE-SUB WS-FILE-SUB)
                                                TO WS-RD-TIMES-FIRED
           MOVE WS-RULE-RPT-DETAIL TO PCD-RULE-REPORT-LINE
           WRITE PCD-RULE-REPORT-LINE.
       8510-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 8500-WRITE-RULE-REPORT THRU 8500-EXIT
           CLOSE PCD-RULE-REPORT
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-837P-FILE
           CLOSE PCD-837D-FILE
           CLOSE PCD-837I-FILE
           CLOSE PCD-837P5-FILE
           CLOSE PCD-837D5-FILE
           CLOSE PCD-SPLK-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD124 - CLAIMS TRANSLATED:      ' WS-CLAIMS-BUILT
           DISPLAY 'PCD124 - OVERSIZED CLAIMS SUSP:  '
               WS-CLAIMS-SUSPENDED
           DISPLAY 'PCD124 - CLAIMS SPLIT:           ' WS-CLAIMS-SPLIT
           DISPLAY 'PCD124 - SPLIT PARTS SENT:       '
               WS-SPLIT-PARTS-SENT
           DISPLAY 'PCD124 - SERVICE LINES BUILT:    ' WS-LINES-BUILT
           DISPLAY 'PCD124 - 837P SEGMENTS WRITTEN:  ' WS-P-SEG-COUNT
           DISPLAY 'PCD124 - 837D SEGMENTS WRITTEN:  ' WS-D-SEG-COUNT
           DISPLAY 'PCD124 - 837I SEGMENTS WRITTEN:  ' WS-I-SEG-COUNT
           DISPLAY 'PCD124 - 837P 5010 SEGMENTS:     ' WS-P5-SEG-COUNT
           DISPLAY 'PCD124 - 837D 5010 SEGMENTS:     ' WS-D5-SEG-COUNT
           DISPLAY 'PCD124 - P01 RECS LEFT TO PCD149: '
               WS-NCPDP-RECS-SKIPPED
           DISPLAY 'PCD124 - COMPANION RULES LOADED: ' WS-RULE-COUNT
           DISPLAY 'PCD124 - SEGMENTS SUPPRESSED:    '
               WS-SEGS-SUPPRESSED
           DISPLAY 'PCD124 - RULES LEFT UNAPPLIED:   '
               WS-RULE-OVERFLOW-COUNT.
       9000-EXIT.
           EXIT.
