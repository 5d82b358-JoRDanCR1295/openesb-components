      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD236           SYSTEM: PCDS                     *
      **    HL7 DFT CHARGE-CAPTURE INTAKE                              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READS HL7 V2       *
      **                          DETAILED FINANCIAL TRANSACTIONS      *
      **                          (DFT^P03) FROM A CLIENT'S PRACTICE-  *
      **                          MANAGEMENT OR EHR SYSTEM (PCDDFTIN), *
      **                          ONE SEGMENT PER RECORD.  PID, PV1,   *
      **                          DG1, IN1 AND THE FT1 CHARGES OF EACH *
      **                          MESSAGE ARE MAPPED TO C0/D0/F0       *
      **                          IMAGES AND SORTED SO THE CHARGES OF  *
      **                          ONE PATIENT AND VISIT (PID-3, PV1-19)*
      **                          BECOME ONE CLAIM WITH ITS E0 AND X0. *
      **                          WRITES ONE A0-Z0 JOB TO PCDDFTOT,    *
      **                          ONE B0 BATCH PER BILLING PROVIDER,   *
      **                          FOR PCD091 TO MERGE AS A REGISTERED  *
      **                          FEED.  SUBMITTER, RECEIVER AND THE   *
      **                          BILLING PROVIDERS COME FROM THE      *
      **                          PCDDFTCD CARDS.  A MESSAGE THAT      *
      **                          CANNOT BE MAPPED IS WRITTEN TO       *
      **                          PCDDFTRJ WITH THE SEGMENT AND FIELD  *
      **                          THAT FAILED.                         *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD236.
       AUTHOR.        EDI SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CONTROL-CARD  ASSIGN TO PCDDFTCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FEED-CTL-FILE ASSIGN TO PCDFEEDC
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HL7-FILE      ASSIGN TO PCDDFTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-CLAIM-OUT     ASSIGN TO PCDDFTOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REJECT-FILE   ASSIGN TO PCDDFTRJ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      **----------------------------------------------------------------*
      **   PCDDFTCD -- THE FIRST CARD IS THE JOB CARD, LAID OUT AS THE   *
      **   PCD231 CARD, WITH THE SOURCE OF PAYMENT AND PLACE OF SERVICE  *
      **   THE CLIENT'S CHARGES ARE BILLED UNDER.  EVERY CARD AFTER IT   *
      **   IS A BP CARD NAMING THE BILLING PROVIDER FOR ONE SENDING      *
      **   FACILITY (MSH-4); A BP CARD WITH A BLANK FACILITY TAKES ANY   *
      **   FACILITY NOT NAMED ON ANOTHER CARD.                           *
      **----------------------------------------------------------------*
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-SUB-EIN        PIC X(009).
           05  FD-CARD-SUB-NAME       PIC X(021).
           05  FD-CARD-RECEIVER-ID    PIC X(009).
           05  FD-CARD-RECEIVER-TYPE  PIC X(001).
           05  FD-CARD-FORMAT         PIC X(007).
           05  FD-CARD-SOP-CODE       PIC X(001).
           05  FD-CARD-POS            PIC X(002).
           05  FILLER                 PIC X(030).
       01  FD-BP-CARD.
           05  FD-BP-CARD-ID          PIC X(002).
               88  FD-BP-CARD-VALID                VALUE 'BP'.
           05  FILLER                 PIC X(001).
           05  FD-BP-FACILITY         PIC X(020).
           05  FILLER                 PIC X(001).
           05  FD-BP-TAX-ID           PIC X(009).
           05  FD-BP-TAX-TYPE         PIC X(001).
           05  FD-BP-NPI              PIC X(010).
           05  FD-BP-NAME             PIC X(018).
           05  FILLER                 PIC X(018).
       FD  PCD-FEED-CTL-FILE
           RECORDING MODE IS F.
       01  FD-FEED-CTL-REC            PIC X(080).
       FD  PCD-HL7-FILE
           RECORDING MODE IS F.
       01  FD-HL7-REC                 PIC X(400).
       SD  SORT-WORK-FILE.
       01  SD-CHARGE-REC.
           05  SD-PROV-TAX-ID         PIC X(009).
           05  SD-PATIENT-ID          PIC X(020).
           05  SD-ENCOUNTER-ID        PIC X(017).
           05  SD-MSG-SEQ             PIC 9(007).
           05  SD-LINE-SEQ            PIC 9(003).
           05  FILLER                 PIC X(944).
       FD  PCD-CLAIM-OUT
           RECORDING MODE IS F.
       01  PCD-CLAIM-OUT-REC          PIC X(192).
       FD  PCD-REJECT-FILE
           RECORDING MODE IS F.
       01  FD-REJECT-REC              PIC X(400).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDFEEDC.
       COPY PCDDFTR.
       77  WS-CARD-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CARD-END-OF-FILE                 VALUE 'Y'.
       77  WS-CTL-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CTL-END-OF-FILE                  VALUE 'Y'.
       77  WS-HL7-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-HL7-END-OF-FILE                  VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-REGISTERED-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-FEED-REGISTERED                  VALUE 'Y'.
       77  WS-FILE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-FILE-OPEN                        VALUE 'Y'.
       77  WS-BATCH-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-BATCH-OPEN                       VALUE 'Y'.
       77  WS-CLAIM-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-MSG-OPEN-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MSG-OPEN                         VALUE 'Y'.
       77  WS-MSG-ERROR-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-MSG-IN-ERROR                     VALUE 'Y'.
       77  WS-DATE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-DATE-VALID                       VALUE 'Y'.
       77  WS-PARSE-OK-SW              PIC X(001)  VALUE 'N'.
           88  WS-PARSE-OK                         VALUE 'Y'.
       77  WS-DIAG-OK-SW               PIC X(001)  VALUE 'N'.
           88  WS-DIAG-OK                          VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-JOB-SEQ                  PIC 9(003)  VALUE ZERO.
       77  WS-UNIQUE-JOBNUM            PIC X(008)  VALUE SPACES.
       77  WS-TAX-NUM                  PIC X(009)  VALUE SPACES.
       77  WS-BATCH-NO                 PIC 9(002)  VALUE ZERO.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE '100'.
       77  WS-MSG-SEQ                  PIC 9(007)  VALUE ZERO.
       77  WS-MSG-SEG-COUNT            PIC 9(003)  VALUE ZERO.
       77  WS-UNSTR-PTR                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-FLD-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BP-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BP-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BP-FOUND                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BP-DEFAULT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MSG-LINE-COUNT           PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MSG-DIAG-COUNT           PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-DIAG-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CL-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CL-FOUND                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CL-LINE-COUNT            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CL-DIAG-COUNT            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CL-KEPT-LINES            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PTR-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-F0-SEQ                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PARSE-SUB                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PHONE-COUNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SEGMENTS-READ            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-STRAY-SEGMENTS           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MESSAGES-READ            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MESSAGES-ACCEPTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MESSAGES-REJECTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NON-CHARGES-SKIPPED      PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EXTRA-IN1-SKIPPED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHARGES-RELEASED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHARGES-REJECTED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-WRITTEN           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-JOBS-WRITTEN             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-REJECTS-WRITTEN          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIM-CHARGES            PIC 9(008)V99 VALUE ZERO.
       77  WS-BATCH-RECS               PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-CLAIMS             PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-SVC-LINES          PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-CHARGES            PIC 9(009)V99 VALUE ZERO.
       77  WS-FILE-RECS                PIC 9(007)  VALUE ZERO.
       77  WS-FILE-CLAIMS              PIC 9(007)  VALUE ZERO.
       77  WS-FILE-SVC-LINES           PIC 9(007)  VALUE ZERO.
       77  WS-FILE-BATCHES             PIC 9(005)  VALUE ZERO.
       77  WS-FILE-CHARGES             PIC 9(009)V99 VALUE ZERO.
       01  WS-JOB-CONTROL.
           05  WS-JOB-SUB-EIN          PIC X(009)  VALUE SPACES.
           05  WS-JOB-SUB-NAME         PIC X(021)  VALUE SPACES.
           05  WS-JOB-RECEIVER-ID      PIC X(009)  VALUE SPACES.
           05  WS-JOB-RECEIVER-TYPE    PIC X(001)  VALUE SPACES.
           05  WS-JOB-FORMAT           PIC X(007)  VALUE SPACES.
           05  WS-JOB-SOP-CODE         PIC X(001)  VALUE SPACES.
           05  WS-JOB-POS              PIC X(002)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   BILLING PROVIDERS FROM THE BP CARDS, BY SENDING FACILITY.     *
      **----------------------------------------------------------------*
       01  WS-BP-TABLE.
           05  WS-BP-ENTRY             OCCURS 20 TIMES.
               10  WS-BP-FACILITY      PIC X(020).
               10  WS-BP-TAX-ID        PIC X(009).
               10  WS-BP-TAX-TYPE      PIC X(001).
               10  WS-BP-NPI           PIC X(010).
               10  WS-BP-NAME          PIC X(018).
      **----------------------------------------------------------------*
      **   ONE SEGMENT SPLIT ON THE FIELD SEPARATOR.  FOR MSH, FIELD 1   *
      **   IS MSH-2 (THE ENCODING CHARACTERS), SO MSH-N IS FIELD N-1;    *
      **   FOR EVERY OTHER SEGMENT FIELD N IS FIELD N.  A FIELD IS SPLIT *
      **   INTO REPETITIONS (~) AND THEN COMPONENTS (^) AS NEEDED.       *
      **----------------------------------------------------------------*
       01  WS-SEGMENT-AREA.
           05  WS-SEGMENT-ID           PIC X(003).
           05  WS-FIELD                PIC X(200)  OCCURS 50 TIMES.
       01  WS-SPLIT-FIELD              PIC X(200)  VALUE SPACES.
       01  WS-REPEAT-AREA.
           05  WS-REPEAT               PIC X(200)  OCCURS 4 TIMES.
       01  WS-COMPONENT-AREA.
           05  WS-COMP                 PIC X(080)  OCCURS 6 TIMES.
      **----------------------------------------------------------------*
      **   THE FIRST FAILURE FOUND IN A MESSAGE, AND THE ROW IT IS       *
      **   WRITTEN TO PCDDFTRJ FROM.                                     *
      **----------------------------------------------------------------*
       01  WS-FLAG-FIELD-NO            PIC 9(002)  VALUE ZERO.
       01  WS-FLAG-REASON              PIC X(050)  VALUE SPACES.
       01  WS-FLAG-SEGMENT-ID          PIC X(003)  VALUE SPACES.
       01  WS-ERR-AREA.
           05  WS-ERR-CONTROL-ID       PIC X(020).
           05  WS-ERR-FACILITY         PIC X(020).
           05  WS-ERR-PATIENT-ID       PIC X(020).
           05  WS-ERR-ENCOUNTER-ID     PIC X(020).
           05  WS-ERR-SEGMENT-ID       PIC X(003).
           05  WS-ERR-SEGMENT-SEQ      PIC 9(003).
           05  WS-ERR-FIELD-NO         PIC 9(002).
           05  WS-ERR-REASON           PIC X(050).
           05  WS-ERR-TEXT             PIC X(200).
      **----------------------------------------------------------------*
      **   THE MESSAGE BEING READ.  THE FT1 CHARGES ARE HELD UNTIL THE   *
      **   NEXT MSH, SINCE A MESSAGE THAT FAILS ANYWHERE IS REJECTED     *
      **   WHOLE AND NONE OF ITS CHARGES ARE BILLED.                     *
      **----------------------------------------------------------------*
       01  WS-MSG-AREA.
           05  WS-MSG-CONTROL-ID       PIC X(020).
           05  WS-MSG-FACILITY         PIC X(020).
           05  WS-MSG-MSH-TEXT         PIC X(200).
           05  WS-MSG-PID-SWITCH       PIC X(001).
               88  WS-MSG-HAS-PID                  VALUE 'Y'.
           05  WS-MSG-PV1-SWITCH       PIC X(001).
               88  WS-MSG-HAS-PV1                  VALUE 'Y'.
           05  WS-MSG-IN1-SWITCH       PIC X(001).
               88  WS-MSG-HAS-IN1                  VALUE 'Y'.
           05  WS-MSG-PATIENT-ID       PIC X(020).
           05  WS-MSG-ACCOUNT-NO       PIC X(020).
           05  WS-MSG-ENCOUNTER-ID     PIC X(020).
           05  WS-MSG-PAT-CLASS        PIC X(001).
           05  WS-MSG-POS              PIC X(002).
           05  WS-MSG-PAT-LAST         PIC X(020).
           05  WS-MSG-PAT-FIRST        PIC X(010).
           05  WS-MSG-PAT-MI           PIC X(001).
           05  WS-MSG-PAT-SEX          PIC X(001).
           05  WS-MSG-PAT-BIRTH        PIC X(008).
           05  WS-MSG-PAT-MARR         PIC X(001).
           05  WS-MSG-PAT-ADDR         PIC X(018).
           05  WS-MSG-PAT-CITY         PIC X(015).
           05  WS-MSG-PAT-STATE        PIC X(002).
           05  WS-MSG-PAT-ZIP.
               10  WS-MSG-PAT-ZIP5     PIC X(005).
               10  WS-MSG-PAT-ZIP4     PIC X(004).
           05  WS-MSG-PAT-TEL          PIC X(010).
           05  WS-MSG-PAYOR-ID         PIC X(005).
           05  WS-MSG-PAYOR-NAME       PIC X(017).
           05  WS-MSG-INSURED-ID       PIC X(017).
           05  WS-MSG-GROUP-NUM        PIC X(020).
           05  WS-MSG-INS-LAST         PIC X(020).
           05  WS-MSG-INS-FIRST        PIC X(010).
           05  WS-MSG-INS-MI           PIC X(001).
           05  WS-MSG-INS-SEX          PIC X(001).
           05  WS-MSG-INS-BIRTH        PIC X(008).
           05  WS-MSG-PAT-REL          PIC X(002).
           05  WS-MSG-BENEF-ASGN       PIC X(001).
           05  WS-MSG-PROV-TAX-ID      PIC X(009).
           05  WS-MSG-PROV-TAX-TYPE    PIC X(001).
           05  WS-MSG-PROV-NPI         PIC X(010).
           05  WS-MSG-PROV-NAME        PIC X(018).
           05  WS-MSG-DIAG             OCCURS 8 TIMES.
               10  WS-MSG-DIAG-CODE    PIC X(008).
               10  WS-MSG-DIAG-VERS    PIC X(001).
           05  WS-MSG-LINE             OCCURS 50 TIMES.
               10  WS-ML-SEG-SEQ       PIC 9(003).
               10  WS-ML-TXN-ID        PIC X(020).
               10  WS-ML-FROM-DATE     PIC X(008).
               10  WS-ML-THRU-DATE     PIC X(008).
               10  WS-ML-PROC-CODE     PIC X(005).
               10  WS-ML-MODIFIER      PIC X(002)  OCCURS 4 TIMES.
               10  WS-ML-UNITS         PIC 9(009)V99.
               10  WS-ML-CHARGE        PIC 9(006)V99.
               10  WS-ML-DIAG-COUNT    PIC 9(001).
               10  WS-ML-DIAG          OCCURS 4 TIMES.
                   15  WS-ML-DIAG-CODE PIC X(008).
                   15  WS-ML-DIAG-VERS PIC X(001).
               10  WS-ML-TEXT          PIC X(200).
      **----------------------------------------------------------------*
      **   ONE FT1 CHARGE AS IT GOES THROUGH THE SORT: THE CLAIM KEY,    *
      **   BILLING PROVIDER, THE MESSAGE'S C0 AND D0, THE LINE'S F0 AND  *
      **   THE DIAGNOSES IT IS FOR (ITS OWN FT1-19, OR THE MESSAGE'S     *
      **   DG1 SEGMENTS WHEN FT1-19 IS EMPTY).                           *
      **----------------------------------------------------------------*
       01  WS-CHG-REC.
           05  WS-CHG-KEY.
               10  WS-CHG-PROV-TAX-ID  PIC X(009).
               10  WS-CHG-PATIENT-ID   PIC X(020).
               10  WS-CHG-ENCOUNTER-ID PIC X(017).
           05  WS-CHG-MSG-SEQ          PIC 9(007).
           05  WS-CHG-LINE-SEQ         PIC 9(003).
           05  WS-CHG-PROV-TAX-TYPE    PIC X(001).
           05  WS-CHG-PROV-NPI         PIC X(010).
           05  WS-CHG-PROV-NAME        PIC X(018).
           05  WS-CHG-CONTROL-ID       PIC X(020).
           05  WS-CHG-FACILITY         PIC X(020).
           05  WS-CHG-SEG-SEQ          PIC 9(003).
           05  WS-CHG-CHARGE           PIC 9(006)V99.
           05  WS-CHG-DIAG-COUNT       PIC 9(001).
           05  WS-CHG-DIAG             OCCURS 8 TIMES.
               10  WS-CHG-DIAG-CODE    PIC X(008).
               10  WS-CHG-DIAG-VERS    PIC X(001).
           05  WS-CHG-C0-IMAGE         PIC X(192).
           05  WS-CHG-D0-IMAGE         PIC X(192).
           05  WS-CHG-F0-IMAGE         PIC X(192).
           05  WS-CHG-TEXT             PIC X(200).
           05  FILLER                  PIC X(015).
       01  WS-RETURN-REC.
           05  WS-RETURN-KEY           PIC X(046).
           05  FILLER                  PIC X(954).
      **----------------------------------------------------------------*
      **   THE CLAIM BEING BUILT: ITS KEY, THE DIAGNOSES ON ITS E0, AND  *
      **   ITS CHARGES.  A CHARGE MARKED R COULD NOT BE POINTED AT A     *
      **   DIAGNOSIS ON THE E0 AND IS REJECTED INSTEAD OF BILLED.        *
      **----------------------------------------------------------------*
       01  WS-CLAIM-AREA.
           05  WS-CL-KEY.
               10  WS-CL-PROV-TAX-ID   PIC X(009).
               10  WS-CL-PATIENT-ID    PIC X(020).
               10  WS-CL-ENCOUNTER-ID  PIC X(017).
           05  WS-CL-DIAG              OCCURS 4 TIMES.
               10  WS-CL-DIAG-CODE     PIC X(008).
               10  WS-CL-DIAG-VERS     PIC X(001).
           05  WS-CL-LINE              OCCURS 50 TIMES.
               10  WS-CL-LINE-STATUS   PIC X(001).
                   88  WS-CL-LINE-REJECTED         VALUE 'R'.
               10  WS-CL-CHARGE-IMAGE  PIC X(1000).
       01  WS-DIAG-WORK.
           05  WS-DIAG-IN              PIC X(080).
           05  WS-DIAG-SYSTEM          PIC X(080).
           05  WS-DIAG-PART-1          PIC X(008).
           05  WS-DIAG-PART-2          PIC X(008).
           05  WS-DIAG-OUT             PIC X(008).
           05  WS-DIAG-VERS-OUT        PIC X(001).
           05  WS-DIAG-REASON          PIC X(050).
       01  WS-PTR-DIGIT                PIC 9(001)  VALUE ZERO.
       01  WS-PTR-DIGIT-X REDEFINES WS-PTR-DIGIT
                                       PIC X(001).
       01  WS-PARSE-WORK.
           05  WS-PARSE-FIELD          PIC X(080).
           05  WS-PARSE-WHOLE          PIC X(030).
           05  WS-PARSE-CENTS-X        PIC X(002).
           05  WS-PARSE-CENTS REDEFINES WS-PARSE-CENTS-X
                                       PIC 9(002).
           05  WS-PARSE-BYTE           PIC X(001).
               88  WS-PARSE-BYTE-DIGIT         VALUE '0' THRU '9'.
           05  WS-PARSE-DIGIT          PIC 9(001).
           05  WS-PARSE-NUM            PIC 9(009).
           05  WS-PARSE-AMOUNT         PIC 9(009)V99.
           05  WS-UNIT-AMOUNT          PIC 9(009)V99.
           05  WS-PHONE-DIGITS         PIC X(020).
       01  WS-DATE-WORK.
           05  WS-CHECK-DATE-X          PIC X(008).
           05  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X
                                        PIC 9(008).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE-X.
               10  WS-CHECK-CCYY        PIC 9(004).
               10  WS-CHECK-MM          PIC 9(002).
               10  WS-CHECK-DD          PIC 9(002).
       01  WS-FROM-DATE                 PIC 9(008)  VALUE ZERO.
       01  WS-MONTH-LAST-DAY            PIC 9(002)  VALUE ZERO.
       01  WS-QUOTIENT                  PIC 9(004)  VALUE ZERO.
       01  WS-REM-4                     PIC 9(003)  VALUE ZERO.
       01  WS-REM-100                   PIC 9(003)  VALUE ZERO.
       01  WS-REM-400                   PIC 9(003)  VALUE ZERO.
       01  WS-MONTH-DAYS-X              PIC X(024)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-DAYS            PIC 9(002)  OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-PROV-TAX-ID
               ON ASCENDING KEY SD-PATIENT-ID
               ON ASCENDING KEY SD-ENCOUNTER-ID
               ON ASCENDING KEY SD-MSG-SEQ
               ON ASCENDING KEY SD-LINE-SEQ
               INPUT PROCEDURE  2000-READ-MESSAGES THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-BUILD-JOBS    THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE JOB CARD CARRIES THE SUBMITTER AND     *
      **   RECEIVER, THE SAME A0 FIELDS A TRADING PARTNER'S OWN JOB      *
      **   WOULD CARRY.  THE SUBMITTER MUST BE ON PCDFEEDC, SINCE PCD091 *
      **   ONLY MERGES REGISTERED FEEDS.  A MISSING OR BAD CARD, OR AN   *
      **   UNREGISTERED SUBMITTER, STOPS THE RUN BEFORE ANY INPUT IS     *
      **   READ, SO THE MESSAGES CAN SIMPLY BE RERUN.                    *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           PERFORM 1050-READ-CARD THRU 1050-EXIT
           IF WS-CARD-END-OF-FILE
               MOVE SPACES TO FD-CONTROL-CARD
           END-IF
           IF FD-CARD-SUB-EIN NOT NUMERIC
           OR FD-CARD-SUB-EIN = ZERO
           OR FD-CARD-RECEIVER-ID = SPACES
               DISPLAY 'PCD236 - NO SUBMITTER/RECEIVER ON PCDDFTCD - '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-CARD-SUB-EIN       TO WS-JOB-SUB-EIN
           MOVE FD-CARD-SUB-NAME      TO WS-JOB-SUB-NAME
           MOVE FD-CARD-RECEIVER-ID   TO WS-JOB-RECEIVER-ID
           MOVE FD-CARD-RECEIVER-TYPE TO WS-JOB-RECEIVER-TYPE
           MOVE FD-CARD-FORMAT        TO WS-JOB-FORMAT
           MOVE FD-CARD-SOP-CODE      TO WS-JOB-SOP-CODE
           MOVE FD-CARD-POS           TO WS-JOB-POS
           IF WS-JOB-FORMAT = SPACES
               MOVE '5010X22' TO WS-JOB-FORMAT
           END-IF
           IF WS-JOB-SOP-CODE = SPACE
               MOVE 'F' TO WS-JOB-SOP-CODE
           END-IF
           IF WS-JOB-POS = SPACES
               MOVE '11' TO WS-JOB-POS
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE WS-JOB-SOP-CODE TO D0-PYMT-SRCE-CODE
           IF NOT D0-CLAIM-VALID-SOP
               DISPLAY 'PCD236 - SOURCE OF PAYMENT ' WS-JOB-SOP-CODE
                   ' ON PCDDFTCD IS NOT VALID ON A CLAIM - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE WS-JOB-POS TO F0-SERVICE-PLACE
           IF NOT F0-VALID-PLACE-SERVICE
               DISPLAY 'PCD236 - PLACE OF SERVICE ' WS-JOB-POS
                   ' ON PCDDFTCD IS NOT VALID - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-READ-CARD THRU 1050-EXIT
           PERFORM 1100-LOAD-BP-CARD THRU 1100-EXIT
               UNTIL WS-CARD-END-OF-FILE
           CLOSE PCD-CONTROL-CARD
           IF WS-BP-COUNT = ZERO
               DISPLAY 'PCD236 - NO BP BILLING PROVIDER CARD ON '
                   'PCDDFTCD - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PCD-FEED-CTL-FILE
           PERFORM 1200-CHECK-FEED THRU 1200-EXIT
               UNTIL WS-CTL-END-OF-FILE
                  OR WS-FEED-REGISTERED
           CLOSE PCD-FEED-CTL-FILE
           IF NOT WS-FEED-REGISTERED
               DISPLAY 'PCD236 - SUBMITTER ' WS-JOB-SUB-EIN
                   ' IS NOT REGISTERED ON PCDFEEDC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PCD-CLAIM-OUT
           OPEN OUTPUT PCD-REJECT-FILE.
       1000-EXIT.
           EXIT.
       1050-READ-CARD.
           READ PCD-CONTROL-CARD
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
           END-READ.
       1050-EXIT.
           EXIT.
       1100-LOAD-BP-CARD.
           IF NOT FD-BP-CARD-VALID
           OR FD-BP-TAX-ID NOT NUMERIC
           OR FD-BP-NPI NOT NUMERIC
           OR FD-BP-NAME = SPACES
               DISPLAY 'PCD236 - BAD BP CARD ON PCDDFTCD: '
                   FD-BP-CARD (1:62)
               DISPLAY 'PCD236 - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FD-BP-TAX-TYPE NOT = 'E'
              AND FD-BP-TAX-TYPE NOT = 'S'
               DISPLAY 'PCD236 - BP CARD TAX ID TYPE MUST BE E OR S: '
                   FD-BP-CARD (1:62)
               DISPLAY 'PCD236 - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BP-COUNT = 20
               DISPLAY 'PCD236 - MORE THAN 20 BP CARDS ON PCDDFTCD - '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BP-COUNT
           MOVE FD-BP-FACILITY TO WS-BP-FACILITY (WS-BP-COUNT)
           MOVE FD-BP-TAX-ID   TO WS-BP-TAX-ID   (WS-BP-COUNT)
           MOVE FD-BP-TAX-TYPE TO WS-BP-TAX-TYPE (WS-BP-COUNT)
           MOVE FD-BP-NPI      TO WS-BP-NPI      (WS-BP-COUNT)
           MOVE FD-BP-NAME     TO WS-BP-NAME     (WS-BP-COUNT)
           PERFORM 1050-READ-CARD THRU 1050-EXIT.
       1100-EXIT.
           EXIT.
       1200-CHECK-FEED.
           READ PCD-FEED-CTL-FILE INTO PCD-FEEDC-REC
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF PCD-FEEDC-SUB-EIN-X = WS-JOB-SUB-EIN
               SET WS-FEED-REGISTERED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-READ-MESSAGES -- SORT INPUT PROCEDURE.  EACH MSH STARTS  *
      **   A NEW MESSAGE AND CLOSES THE ONE BEFORE IT; FHS/BHS/BTS/FTS   *
      **   BATCH ENVELOPES ARE PASSED OVER.  SEGMENTS NOT USED FOR THE   *
      **   CLAIM (EVN, PD1, NK1, PV2, GT1, PR1, ZXX ...) ARE IGNORED.    *
      **----------------------------------------------------------------*
       2000-READ-MESSAGES.
           OPEN INPUT PCD-HL7-FILE
           PERFORM 2010-READ-SEGMENT THRU 2010-EXIT
           PERFORM 2050-TAKE-SEGMENT THRU 2050-EXIT
               UNTIL WS-HL7-END-OF-FILE
           PERFORM 3000-FINISH-MESSAGE THRU 3000-EXIT
           CLOSE PCD-HL7-FILE.
       2000-EXIT.
           EXIT.
       2010-READ-SEGMENT.
           READ PCD-HL7-FILE
               AT END
                   SET WS-HL7-END-OF-FILE TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.
       2050-TAKE-SEGMENT.
           ADD 1 TO WS-SEGMENTS-READ
           PERFORM 2100-SPLIT-SEGMENT THRU 2100-EXIT
           EVALUATE WS-SEGMENT-ID
               WHEN 'MSH'
                   PERFORM 3000-FINISH-MESSAGE THRU 3000-EXIT
                   PERFORM 2200-TAKE-MSH       THRU 2200-EXIT
               WHEN 'FHS'
               WHEN 'BHS'
               WHEN 'BTS'
               WHEN 'FTS'
                   PERFORM 3000-FINISH-MESSAGE THRU 3000-EXIT
               WHEN OTHER
                   IF NOT WS-MSG-OPEN
                       ADD 1 TO WS-STRAY-SEGMENTS
                   ELSE
                       ADD 1 TO WS-MSG-SEG-COUNT
                       EVALUATE WS-SEGMENT-ID
                           WHEN 'PID'
                               PERFORM 2300-TAKE-PID THRU 2300-EXIT
                           WHEN 'PV1'
                               PERFORM 2350-TAKE-PV1 THRU 2350-EXIT
                           WHEN 'DG1'
                               PERFORM 2400-TAKE-DG1 THRU 2400-EXIT
                           WHEN 'IN1'
                               PERFORM 2450-TAKE-IN1 THRU 2450-EXIT
                           WHEN 'FT1'
                               PERFORM 2500-TAKE-FT1 THRU 2500-EXIT
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           PERFORM 2010-READ-SEGMENT THRU 2010-EXIT.
       2050-EXIT.
           EXIT.
       2100-SPLIT-SEGMENT.
           MOVE SPACES TO WS-SEGMENT-AREA
           MOVE 1 TO WS-UNSTR-PTR
           UNSTRING FD-HL7-REC DELIMITED BY '|'
               INTO WS-SEGMENT-ID
               WITH POINTER WS-UNSTR-PTR
           END-UNSTRING
           PERFORM 2110-SPLIT-ONE-FIELD THRU 2110-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 50
                  OR WS-UNSTR-PTR > 400.
       2100-EXIT.
           EXIT.
       2110-SPLIT-ONE-FIELD.
           UNSTRING FD-HL7-REC DELIMITED BY '|'
               INTO WS-FIELD (WS-FLD-SUB)
               WITH POINTER WS-UNSTR-PTR
           END-UNSTRING.
       2110-EXIT.
           EXIT.
       2150-SPLIT-COMPONENTS.
           MOVE SPACES TO WS-COMPONENT-AREA
           UNSTRING WS-SPLIT-FIELD DELIMITED BY '^'
               INTO WS-COMP (1) WS-COMP (2) WS-COMP (3)
                    WS-COMP (4) WS-COMP (5) WS-COMP (6)
           END-UNSTRING.
       2150-EXIT.
           EXIT.
       2160-SPLIT-REPEATS.
           MOVE SPACES TO WS-REPEAT-AREA
           UNSTRING WS-SPLIT-FIELD DELIMITED BY '~'
               INTO WS-REPEAT (1) WS-REPEAT (2)
                    WS-REPEAT (3) WS-REPEAT (4)
           END-UNSTRING.
       2160-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-TAKE-MSH -- ONLY DFT^P03 IS BILLED, WITH THE STANDARD    *
      **   SEPARATORS.  THE SENDING FACILITY (MSH-4) PICKS THE BILLING   *
      **   PROVIDER FROM THE BP CARDS.                                   *
      **----------------------------------------------------------------*
       2200-TAKE-MSH.
           ADD 1 TO WS-MESSAGES-READ WS-MSG-SEQ
           MOVE SPACES TO WS-MSG-AREA
           MOVE ZERO   TO WS-MSG-LINE-COUNT WS-MSG-DIAG-COUNT
           MOVE 'N'    TO WS-MSG-ERROR-SWITCH
           SET WS-MSG-OPEN TO TRUE
           MOVE 1 TO WS-MSG-SEG-COUNT
           MOVE FD-HL7-REC (1:200) TO WS-MSG-MSH-TEXT
           MOVE WS-FIELD (9)       TO WS-MSG-CONTROL-ID
           MOVE WS-FIELD (3)       TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1)        TO WS-MSG-FACILITY
           IF FD-HL7-REC (4:1) NOT = '|'
               MOVE 1 TO WS-FLAG-FIELD-NO
               MOVE 'FIELD SEPARATOR (MSH-1) IS NOT |'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-FIELD (1) (1:2) NOT = '^~'
               MOVE 2 TO WS-FLAG-FIELD-NO
               MOVE 'ENCODING CHARACTERS (MSH-2) ARE NOT ^~\&'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-FIELD (8) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) NOT = 'DFT'
           OR WS-COMP (2) NOT = 'P03'
               MOVE 9 TO WS-FLAG-FIELD-NO
               MOVE 'MESSAGE TYPE (MSH-9) IS NOT DFT^P03'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO WS-BP-FOUND WS-BP-DEFAULT
           PERFORM 2260-TEST-BP THRU 2260-EXIT
               VARYING WS-BP-SUB FROM 1 BY 1
               UNTIL WS-BP-SUB > WS-BP-COUNT
           IF WS-BP-FOUND = ZERO
               MOVE WS-BP-DEFAULT TO WS-BP-FOUND
           END-IF
           IF WS-BP-FOUND = ZERO
               MOVE 4 TO WS-FLAG-FIELD-NO
               MOVE 'SENDING FACILITY (MSH-4) HAS NO BP CARD'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-BP-TAX-ID   (WS-BP-FOUND) TO WS-MSG-PROV-TAX-ID
           MOVE WS-BP-TAX-TYPE (WS-BP-FOUND) TO WS-MSG-PROV-TAX-TYPE
           MOVE WS-BP-NPI      (WS-BP-FOUND) TO WS-MSG-PROV-NPI
           MOVE WS-BP-NAME     (WS-BP-FOUND) TO WS-MSG-PROV-NAME.
       2200-EXIT.
           EXIT.
       2260-TEST-BP.
           IF WS-BP-FACILITY (WS-BP-SUB) = WS-MSG-FACILITY
              AND WS-BP-FOUND = ZERO
               MOVE WS-BP-SUB TO WS-BP-FOUND
           END-IF
           IF WS-BP-FACILITY (WS-BP-SUB) = SPACES
              AND WS-BP-DEFAULT = ZERO
               MOVE WS-BP-SUB TO WS-BP-DEFAULT
           END-IF.
       2260-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-TAKE-PID -- PATIENT (C0).  PID-3 IS THE PRACTICE'S       *
      **   MEDICAL RECORD NUMBER, USED TO GROUP THE CHARGES.  HL7 SEX    *
      **   AND MARITAL CODES ARE CARRIED OVER TO THE C0 VALUES.          *
      **----------------------------------------------------------------*
       2300-TAKE-PID.
           IF WS-MSG-IN-ERROR
               GO TO 2300-EXIT
           END-IF
           IF WS-MSG-HAS-PID
               MOVE ZERO TO WS-FLAG-FIELD-NO
               MOVE 'MORE THAN ONE PID SEGMENT IN THE MESSAGE'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           SET WS-MSG-HAS-PID TO TRUE
           MOVE WS-FIELD (3) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-MSG-PATIENT-ID
           IF WS-MSG-PATIENT-ID = SPACES
               MOVE 3 TO WS-FLAG-FIELD-NO
               MOVE 'PATIENT IDENTIFIER (PID-3) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-FIELD (5) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1)       TO WS-MSG-PAT-LAST
           MOVE WS-COMP (2)       TO WS-MSG-PAT-FIRST
           MOVE WS-COMP (3) (1:1) TO WS-MSG-PAT-MI
           IF WS-MSG-PAT-LAST = SPACES
           OR WS-MSG-PAT-FIRST = SPACES
               MOVE 5 TO WS-FLAG-FIELD-NO
               MOVE 'PATIENT NAME (PID-5) FAMILY OR GIVEN NAME MISSING'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-FIELD (7) (1:8) TO WS-CHECK-DATE-X
           PERFORM 7000-CHECK-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 7 TO WS-FLAG-FIELD-NO
               MOVE 'PATIENT BIRTH DATE (PID-7) NOT A VALID PAST DATE'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CHECK-DATE-X TO WS-MSG-PAT-BIRTH
           EVALUATE WS-FIELD (8) (1:1)
               WHEN 'M'
               WHEN 'F'
                   MOVE WS-FIELD (8) (1:1) TO WS-MSG-PAT-SEX
               WHEN OTHER
                   MOVE 'U' TO WS-MSG-PAT-SEX
           END-EVALUATE
           MOVE WS-FIELD (11) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-MSG-PAT-ADDR
           MOVE WS-COMP (3) TO WS-MSG-PAT-CITY
           MOVE WS-COMP (4) TO WS-MSG-PAT-STATE
           IF WS-MSG-PAT-ADDR = SPACES
           OR WS-MSG-PAT-CITY = SPACES
           OR WS-MSG-PAT-STATE = SPACES
               MOVE 11 TO WS-FLAG-FIELD-NO
               MOVE 'PATIENT ADDRESS (PID-11) STREET, CITY OR STATE'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-COMP (5) (1:5) TO WS-MSG-PAT-ZIP5
           IF WS-COMP (5) (6:1) = '-'
               MOVE WS-COMP (5) (7:4) TO WS-MSG-PAT-ZIP4
           ELSE
               MOVE WS-COMP (5) (6:4) TO WS-MSG-PAT-ZIP4
           END-IF
           IF WS-MSG-PAT-ZIP5 NOT NUMERIC
               MOVE 11 TO WS-FLAG-FIELD-NO
               MOVE 'PATIENT ZIP CODE (PID-11) IS NOT 5 DIGITS'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-MSG-PAT-ZIP4 NOT NUMERIC
               MOVE SPACES TO WS-MSG-PAT-ZIP4
           END-IF
           MOVE WS-FIELD (13) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-PARSE-FIELD
           PERFORM 7200-EXTRACT-PHONE THRU 7200-EXIT
           MOVE WS-FIELD (16) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           EVALUATE WS-COMP (1)
               WHEN SPACES
                   MOVE SPACE TO WS-MSG-PAT-MARR
               WHEN 'S'
               WHEN 'M'
               WHEN 'D'
               WHEN 'W'
                   MOVE WS-COMP (1) TO WS-MSG-PAT-MARR
               WHEN 'A'
               WHEN 'E'
                   MOVE 'X' TO WS-MSG-PAT-MARR
               WHEN 'P'
               WHEN 'R'
               WHEN 'C'
               WHEN 'G'
                   MOVE 'P' TO WS-MSG-PAT-MARR
               WHEN OTHER
                   MOVE 'U' TO WS-MSG-PAT-MARR
           END-EVALUATE
           MOVE WS-FIELD (18) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-MSG-ACCOUNT-NO.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2350-TAKE-PV1 -- THE VISIT NUMBER (PV1-19) IS THE CLAIM'S     *
      **   PATIENT CONTROL NUMBER; THE PATIENT CLASS SETS THE PLACE OF   *
      **   SERVICE FOR EMERGENCY AND INPATIENT VISITS.                   *
      **----------------------------------------------------------------*
       2350-TAKE-PV1.
           IF WS-MSG-IN-ERROR
               GO TO 2350-EXIT
           END-IF
           SET WS-MSG-HAS-PV1 TO TRUE
           MOVE WS-FIELD (2) (1:1) TO WS-MSG-PAT-CLASS
           MOVE WS-FIELD (19) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-MSG-ENCOUNTER-ID.
       2350-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-TAKE-DG1 -- THE MESSAGE'S DIAGNOSES, IN THE ORDER SENT,  *
      **   FOR ANY FT1 THAT DOES NOT NAME ITS OWN IN FT1-19.             *
      **----------------------------------------------------------------*
       2400-TAKE-DG1.
           IF WS-MSG-IN-ERROR
               GO TO 2400-EXIT
           END-IF
           MOVE WS-FIELD (3) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-DIAG-IN
           MOVE WS-COMP (3) TO WS-DIAG-SYSTEM
           PERFORM 2600-NORMALIZE-DIAG THRU 2600-EXIT
           IF NOT WS-DIAG-OK
               MOVE 3 TO WS-FLAG-FIELD-NO
               MOVE WS-DIAG-REASON TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF WS-MSG-DIAG-COUNT < 8
               ADD 1 TO WS-MSG-DIAG-COUNT
               MOVE WS-DIAG-OUT
                   TO WS-MSG-DIAG-CODE (WS-MSG-DIAG-COUNT)
               MOVE WS-DIAG-VERS-OUT
                   TO WS-MSG-DIAG-VERS (WS-MSG-DIAG-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2450-TAKE-IN1 -- THE FIRST IN1 IS THE PRIMARY PAYER AND       *
      **   BECOMES THE D0.  LATER IN1 SEGMENTS ARE COUNTED AND PASSED    *
      **   OVER; SECONDARY BILLING FOLLOWS THE PRIMARY'S REMITTANCE.     *
      **----------------------------------------------------------------*
       2450-TAKE-IN1.
           IF WS-MSG-IN-ERROR
               GO TO 2450-EXIT
           END-IF
           IF WS-MSG-HAS-IN1
               ADD 1 TO WS-EXTRA-IN1-SKIPPED
               GO TO 2450-EXIT
           END-IF
           SET WS-MSG-HAS-IN1 TO TRUE
           MOVE WS-FIELD (3) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) = SPACES
               MOVE 3 TO WS-FLAG-FIELD-NO
               MOVE 'PAYER ID (IN1-3) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2450-EXIT
           END-IF
           IF WS-COMP (1) (6:) NOT = SPACES
               MOVE 3 TO WS-FLAG-FIELD-NO
               MOVE 'PAYER ID (IN1-3) IS LONGER THAN 5 CHARACTERS'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2450-EXIT
           END-IF
           MOVE WS-COMP (1) TO WS-MSG-PAYOR-ID
           MOVE WS-FIELD (4) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1)  TO WS-MSG-PAYOR-NAME
           MOVE WS-FIELD (8) TO WS-MSG-GROUP-NUM
           MOVE WS-FIELD (36) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) = SPACES
               MOVE WS-FIELD (49) TO WS-SPLIT-FIELD
               PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           END-IF
           IF WS-COMP (1) = SPACES
               MOVE 36 TO WS-FLAG-FIELD-NO
               MOVE 'MEMBER ID (IN1-36 AND IN1-49) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2450-EXIT
           END-IF
           IF WS-COMP (1) (18:) NOT = SPACES
               MOVE 36 TO WS-FLAG-FIELD-NO
               MOVE 'MEMBER ID (IN1-36) IS LONGER THAN 17 CHARACTERS'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2450-EXIT
           END-IF
           MOVE WS-COMP (1) TO WS-MSG-INSURED-ID
           MOVE WS-FIELD (16) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           MOVE WS-REPEAT (1) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1)       TO WS-MSG-INS-LAST
           MOVE WS-COMP (2)       TO WS-MSG-INS-FIRST
           MOVE WS-COMP (3) (1:1) TO WS-MSG-INS-MI
           MOVE WS-FIELD (17) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           EVALUATE WS-COMP (1)
               WHEN SPACES
               WHEN 'SEL'
                   MOVE '01' TO WS-MSG-PAT-REL
               WHEN 'SPO'
                   MOVE '02' TO WS-MSG-PAT-REL
               WHEN 'CHD'
                   MOVE '03' TO WS-MSG-PAT-REL
               WHEN 'SCH'
                   MOVE '05' TO WS-MSG-PAT-REL
               WHEN 'FCH'
                   MOVE '06' TO WS-MSG-PAT-REL
               WHEN 'WRD'
                   MOVE '07' TO WS-MSG-PAT-REL
               WHEN 'EME'
                   MOVE '08' TO WS-MSG-PAT-REL
               WHEN 'UNK'
                   MOVE '09' TO WS-MSG-PAT-REL
               WHEN 'GCH'
                   MOVE '13' TO WS-MSG-PAT-REL
               WHEN 'PAR'
                   MOVE '18' TO WS-MSG-PAT-REL
               WHEN 'GRP'
                   MOVE '19' TO WS-MSG-PAT-REL
               WHEN 'DOM'
                   MOVE '20' TO WS-MSG-PAT-REL
               WHEN OTHER
                   MOVE '99' TO WS-MSG-PAT-REL
           END-EVALUATE
           MOVE WS-FIELD (18) (1:8) TO WS-MSG-INS-BIRTH
           IF WS-MSG-INS-BIRTH NOT = SPACES
               MOVE WS-MSG-INS-BIRTH TO WS-CHECK-DATE-X
               PERFORM 7000-CHECK-DATE THRU 7000-EXIT
               IF NOT WS-DATE-VALID
               OR WS-CHECK-DATE > WS-RUN-DATE
                   MOVE 18 TO WS-FLAG-FIELD-NO
                   MOVE 'INSURED BIRTH DATE (IN1-18) NOT A VALID DATE'
                       TO WS-FLAG-REASON
                   PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
                   GO TO 2450-EXIT
               END-IF
           END-IF
           EVALUATE WS-FIELD (43) (1:1)
               WHEN SPACE
               WHEN 'M'
               WHEN 'F'
                   MOVE WS-FIELD (43) (1:1) TO WS-MSG-INS-SEX
               WHEN OTHER
                   MOVE 'U' TO WS-MSG-INS-SEX
           END-EVALUATE
           IF WS-FIELD (20) (1:1) = 'N'
               MOVE 'N' TO WS-MSG-BENEF-ASGN
           ELSE
               MOVE 'Y' TO WS-MSG-BENEF-ASGN
           END-IF.
       2450-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-TAKE-FT1 -- ONE CHARGE (FT1-6 = CG) BECOMES ONE SERVICE  *
      **   LINE.  CREDITS, PAYMENTS AND ADJUSTMENTS ARE NOT BILLED AND   *
      **   ARE COUNTED AND PASSED OVER.  THE CPT/HCPCS CODE IS FT1-25,   *
      **   OR FT1-7 WHEN THE SYSTEM SENDS IT AS THE TRANSACTION CODE.    *
      **   THE CHARGE IS THE EXTENDED AMOUNT (FT1-11), OR THE UNIT       *
      **   AMOUNT (FT1-12) TIMES THE QUANTITY WHEN FT1-11 IS EMPTY.      *
      **----------------------------------------------------------------*
       2500-TAKE-FT1.
           IF WS-MSG-IN-ERROR
               GO TO 2500-EXIT
           END-IF
           MOVE WS-FIELD (6) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) NOT = SPACES
              AND WS-COMP (1) NOT = 'CG'
               ADD 1 TO WS-NON-CHARGES-SKIPPED
               GO TO 2500-EXIT
           END-IF
           IF WS-MSG-LINE-COUNT = 50
               MOVE ZERO TO WS-FLAG-FIELD-NO
               MOVE 'MORE THAN 50 CHARGE FT1 SEGMENTS IN THE MESSAGE'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-MSG-LINE-COUNT
           MOVE WS-MSG-LINE-COUNT TO WS-LINE-SUB
           MOVE WS-MSG-SEG-COUNT   TO WS-ML-SEG-SEQ (WS-LINE-SUB)
           MOVE FD-HL7-REC (1:200) TO WS-ML-TEXT    (WS-LINE-SUB)
           MOVE WS-FIELD (2)       TO WS-ML-TXN-ID  (WS-LINE-SUB)
           MOVE WS-FIELD (4) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) (1:8) TO WS-CHECK-DATE-X
           PERFORM 7000-CHECK-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 4 TO WS-FLAG-FIELD-NO
               MOVE 'TRANSACTION DATE (FT1-4) NOT A VALID PAST DATE'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CHECK-DATE   TO WS-FROM-DATE
           MOVE WS-CHECK-DATE-X TO WS-ML-FROM-DATE (WS-LINE-SUB)
           IF WS-COMP (2) NOT = SPACES
               MOVE WS-COMP (2) (1:8) TO WS-CHECK-DATE-X
               PERFORM 7000-CHECK-DATE THRU 7000-EXIT
               IF NOT WS-DATE-VALID
               OR WS-CHECK-DATE < WS-FROM-DATE
               OR WS-CHECK-DATE > WS-RUN-DATE
                   MOVE 4 TO WS-FLAG-FIELD-NO
                   MOVE 'TRANSACTION END DATE (FT1-4) INVALID OR EARLY'
                       TO WS-FLAG-REASON
                   PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF
           MOVE WS-CHECK-DATE-X TO WS-ML-THRU-DATE (WS-LINE-SUB)
           MOVE WS-FIELD (25) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) = SPACES
               MOVE WS-FIELD (7) TO WS-SPLIT-FIELD
               PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           END-IF
           IF WS-COMP (1) = SPACES
               MOVE 25 TO WS-FLAG-FIELD-NO
               MOVE 'PROCEDURE CODE (FT1-25 AND FT1-7) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF WS-COMP (1) (6:) NOT = SPACES
               MOVE 25 TO WS-FLAG-FIELD-NO
               MOVE 'PROCEDURE CODE (FT1-25) LONGER THAN 5 CHARACTERS'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE WS-COMP (1) TO WS-ML-PROC-CODE (WS-LINE-SUB)
           MOVE WS-FIELD (26) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           PERFORM 2510-TAKE-MODIFIER THRU 2510-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 4
                  OR WS-MSG-IN-ERROR
           IF WS-MSG-IN-ERROR
               GO TO 2500-EXIT
           END-IF
           MOVE WS-FIELD (10) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-PARSE-FIELD
           IF WS-PARSE-FIELD = SPACES
               MOVE 1 TO WS-PARSE-AMOUNT
           ELSE
               PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT
               IF NOT WS-PARSE-OK
               OR WS-PARSE-AMOUNT = ZERO
                   MOVE 10 TO WS-FLAG-FIELD-NO
                   MOVE 'QUANTITY (FT1-10) IS NOT A POSITIVE NUMBER'
                       TO WS-FLAG-REASON
                   PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF
           MOVE WS-PARSE-AMOUNT TO WS-ML-UNITS (WS-LINE-SUB)
           MOVE WS-FIELD (11) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE SPACES TO WS-PARSE-FIELD
           UNSTRING WS-COMP (1) DELIMITED BY '&'
               INTO WS-PARSE-FIELD
           END-UNSTRING
           IF WS-PARSE-FIELD NOT = SPACES
               PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT
           ELSE
               MOVE WS-FIELD (12) TO WS-SPLIT-FIELD
               PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
               UNSTRING WS-COMP (1) DELIMITED BY '&'
                   INTO WS-PARSE-FIELD
               END-UNSTRING
               PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT
               MOVE WS-PARSE-AMOUNT TO WS-UNIT-AMOUNT
               COMPUTE WS-PARSE-AMOUNT ROUNDED
                   = WS-UNIT-AMOUNT * WS-ML-UNITS (WS-LINE-SUB)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PARSE-OK-SW
               END-COMPUTE
           END-IF
           IF NOT WS-PARSE-OK
           OR WS-PARSE-AMOUNT = ZERO
           OR WS-PARSE-AMOUNT > 999999.99
               MOVE 11 TO WS-FLAG-FIELD-NO
               MOVE 'CHARGE (FT1-11 OR FT1-12) NOT A VALID AMOUNT'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE WS-PARSE-AMOUNT TO WS-ML-CHARGE (WS-LINE-SUB)
           MOVE ZERO TO WS-ML-DIAG-COUNT (WS-LINE-SUB)
           MOVE WS-FIELD (19) TO WS-SPLIT-FIELD
           PERFORM 2160-SPLIT-REPEATS THRU 2160-EXIT
           PERFORM 2520-TAKE-LINE-DIAG THRU 2520-EXIT
               VARYING WS-DIAG-SUB FROM 1 BY 1
               UNTIL WS-DIAG-SUB > 4
                  OR WS-MSG-IN-ERROR.
       2500-EXIT.
           EXIT.
       2510-TAKE-MODIFIER.
           MOVE WS-REPEAT (WS-MOD-SUB) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           IF WS-COMP (1) (3:) NOT = SPACES
               MOVE 26 TO WS-FLAG-FIELD-NO
               MOVE 'PROCEDURE MODIFIER (FT1-26) LONGER THAN 2'
                   TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2510-EXIT
           END-IF
           MOVE WS-COMP (1)
               TO WS-ML-MODIFIER (WS-LINE-SUB WS-MOD-SUB).
       2510-EXIT.
           EXIT.
       2520-TAKE-LINE-DIAG.
           IF WS-REPEAT (WS-DIAG-SUB) = SPACES
               GO TO 2520-EXIT
           END-IF
           MOVE WS-REPEAT (WS-DIAG-SUB) TO WS-SPLIT-FIELD
           PERFORM 2150-SPLIT-COMPONENTS THRU 2150-EXIT
           MOVE WS-COMP (1) TO WS-DIAG-IN
           MOVE WS-COMP (3) TO WS-DIAG-SYSTEM
           PERFORM 2600-NORMALIZE-DIAG THRU 2600-EXIT
           IF NOT WS-DIAG-OK
               MOVE 19 TO WS-FLAG-FIELD-NO
               MOVE WS-DIAG-REASON TO WS-FLAG-REASON
               PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO WS-ML-DIAG-COUNT (WS-LINE-SUB)
           MOVE WS-DIAG-OUT TO WS-ML-DIAG-CODE
               (WS-LINE-SUB WS-ML-DIAG-COUNT (WS-LINE-SUB))
           MOVE WS-DIAG-VERS-OUT TO WS-ML-DIAG-VERS
               (WS-LINE-SUB WS-ML-DIAG-COUNT (WS-LINE-SUB)).
       2520-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-NORMALIZE-DIAG -- A CODED ELEMENT (CODE^TEXT^SYSTEM) TO  *
      **   THE E0 FORM: THE CODE WITHOUT ITS DECIMAL POINT, AND 0 FOR    *
      **   ICD-10 OR 9 FOR ICD-9 FROM THE CODING SYSTEM.  NO CODING      *
      **   SYSTEM IS TAKEN AS ICD-10.                                    *
      **----------------------------------------------------------------*
       2600-NORMALIZE-DIAG.
           MOVE 'N' TO WS-DIAG-OK-SW
           MOVE SPACES TO WS-DIAG-OUT WS-DIAG-VERS-OUT WS-DIAG-REASON
           IF WS-DIAG-IN = SPACES
               MOVE 'DIAGNOSIS CODE IS MISSING' TO WS-DIAG-REASON
               GO TO 2600-EXIT
           END-IF
           IF WS-DIAG-IN (10:) NOT = SPACES
               MOVE 'DIAGNOSIS CODE IS LONGER THAN 8 CHARACTERS'
                   TO WS-DIAG-REASON
               GO TO 2600-EXIT
           END-IF
           EVALUATE WS-DIAG-SYSTEM
               WHEN SPACES
               WHEN 'I10'
               WHEN 'I10C'
               WHEN 'I10CM'
               WHEN 'ICD10'
               WHEN 'ICD10CM'
                   MOVE '0' TO WS-DIAG-VERS-OUT
               WHEN 'I9'
               WHEN 'I9C'
               WHEN 'I9CDX'
               WHEN 'I9CM'
               WHEN 'ICD9'
               WHEN 'ICD9CM'
                   MOVE '9' TO WS-DIAG-VERS-OUT
               WHEN OTHER
                   MOVE 'DIAGNOSIS CODING SYSTEM IS NOT ICD-10 OR ICD-9'
                       TO WS-DIAG-REASON
                   GO TO 2600-EXIT
           END-EVALUATE
           MOVE SPACES TO WS-DIAG-PART-1 WS-DIAG-PART-2
           UNSTRING WS-DIAG-IN DELIMITED BY '.'
               INTO WS-DIAG-PART-1 WS-DIAG-PART-2
           END-UNSTRING
           STRING WS-DIAG-PART-1 DELIMITED BY SPACE
                  WS-DIAG-PART-2 DELIMITED BY SPACE
               INTO WS-DIAG-OUT
           END-STRING
           MOVE 'Y' TO WS-DIAG-OK-SW.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2900-FLAG-ERROR -- KEEPS THE FIRST FAILURE IN THE MESSAGE,    *
      **   WITH THE SEGMENT JUST READ AS THE ONE THAT FAILED.            *
      **----------------------------------------------------------------*
       2900-FLAG-ERROR.
           IF WS-MSG-IN-ERROR
               GO TO 2900-EXIT
           END-IF
           SET WS-MSG-IN-ERROR TO TRUE
           MOVE WS-SEGMENT-ID      TO WS-ERR-SEGMENT-ID
           MOVE WS-MSG-SEG-COUNT   TO WS-ERR-SEGMENT-SEQ
           MOVE WS-FLAG-FIELD-NO   TO WS-ERR-FIELD-NO
           MOVE WS-FLAG-REASON     TO WS-ERR-REASON
           MOVE FD-HL7-REC (1:200) TO WS-ERR-TEXT.
       2900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-FINISH-MESSAGE -- A MESSAGE THAT FAILED ANYWHERE, OR     *
      **   LACKS A PATIENT, VISIT, PAYER, CHARGE OR DIAGNOSIS, GOES TO   *
      **   PCDDFTRJ WHOLE.  OTHERWISE EACH CHARGE IS RELEASED TO THE     *
      **   SORT WITH THE MESSAGE'S C0 AND D0.                            *
      **----------------------------------------------------------------*
       3000-FINISH-MESSAGE.
           IF NOT WS-MSG-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-MSG-OPEN-SWITCH
           IF WS-MSG-ENCOUNTER-ID = SPACES
               MOVE WS-MSG-ACCOUNT-NO TO WS-MSG-ENCOUNTER-ID
           END-IF
           IF NOT WS-MSG-HAS-PID
               MOVE 'PID' TO WS-FLAG-SEGMENT-ID
               MOVE ZERO  TO WS-FLAG-FIELD-NO
               MOVE 'PID SEGMENT IS MISSING' TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF WS-MSG-ENCOUNTER-ID = SPACES
               MOVE 'PV1' TO WS-FLAG-SEGMENT-ID
               MOVE 19    TO WS-FLAG-FIELD-NO
               MOVE 'VISIT NUMBER (PV1-19 AND PID-18) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF WS-MSG-ENCOUNTER-ID (18:) NOT = SPACES
               MOVE 'PV1' TO WS-FLAG-SEGMENT-ID
               MOVE 19    TO WS-FLAG-FIELD-NO
               MOVE 'VISIT NUMBER (PV1-19) LONGER THAN 17 CHARACTERS'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF NOT WS-MSG-HAS-IN1
               MOVE 'IN1' TO WS-FLAG-SEGMENT-ID
               MOVE ZERO  TO WS-FLAG-FIELD-NO
               MOVE 'IN1 SEGMENT IS MISSING - NO PAYER TO BILL'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF WS-MSG-INS-LAST = SPACES
              AND WS-MSG-PAT-REL = '01'
               MOVE WS-MSG-PAT-LAST  TO WS-MSG-INS-LAST
               MOVE WS-MSG-PAT-FIRST TO WS-MSG-INS-FIRST
               MOVE WS-MSG-PAT-MI    TO WS-MSG-INS-MI
               MOVE WS-MSG-PAT-SEX   TO WS-MSG-INS-SEX
               MOVE WS-MSG-PAT-BIRTH TO WS-MSG-INS-BIRTH
           END-IF
           IF WS-MSG-INS-LAST = SPACES
           OR WS-MSG-INS-FIRST = SPACES
               MOVE 'IN1' TO WS-FLAG-SEGMENT-ID
               MOVE 16    TO WS-FLAG-FIELD-NO
               MOVE 'INSURED NAME (IN1-16) IS MISSING'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF WS-MSG-LINE-COUNT = ZERO
               MOVE 'FT1' TO WS-FLAG-SEGMENT-ID
               MOVE 6     TO WS-FLAG-FIELD-NO
               MOVE 'NO CHARGE (FT1-6 = CG) IN THE MESSAGE'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF
           IF WS-MSG-DIAG-COUNT = ZERO
               PERFORM 3050-CHECK-LINE-DIAG THRU 3050-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-MSG-LINE-COUNT
                      OR WS-MSG-IN-ERROR
           END-IF
           IF WS-MSG-IN-ERROR
               MOVE WS-MSG-CONTROL-ID   TO WS-ERR-CONTROL-ID
               MOVE WS-MSG-FACILITY     TO WS-ERR-FACILITY
               MOVE WS-MSG-PATIENT-ID   TO WS-ERR-PATIENT-ID
               MOVE WS-MSG-ENCOUNTER-ID TO WS-ERR-ENCOUNTER-ID
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               ADD 1 TO WS-MESSAGES-REJECTED
               GO TO 3000-EXIT
           END-IF
           EVALUATE WS-MSG-PAT-CLASS
               WHEN 'E'
                   MOVE '23' TO WS-MSG-POS
               WHEN 'I'
                   MOVE '21' TO WS-MSG-POS
               WHEN OTHER
                   MOVE WS-JOB-POS TO WS-MSG-POS
           END-EVALUATE
           PERFORM 3200-BUILD-C0 THRU 3200-EXIT
           PERFORM 3300-BUILD-D0 THRU 3300-EXIT
           PERFORM 3400-RELEASE-CHARGE THRU 3400-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-MSG-LINE-COUNT
           ADD 1 TO WS-MESSAGES-ACCEPTED.
       3000-EXIT.
           EXIT.
       3050-CHECK-LINE-DIAG.
           IF WS-ML-DIAG-COUNT (WS-LINE-SUB) = ZERO
               MOVE 'DG1' TO WS-FLAG-SEGMENT-ID
               MOVE ZERO  TO WS-FLAG-FIELD-NO
               MOVE 'NO DIAGNOSIS ON A DG1 OR ON FT1-19'
                   TO WS-FLAG-REASON
               PERFORM 3100-FLAG-MESSAGE-ERROR THRU 3100-EXIT
           END-IF.
       3050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-FLAG-MESSAGE-ERROR -- A FAILURE OF THE MESSAGE AS A      *
      **   WHOLE; THE MSH IS SHOWN AS THE SEGMENT TEXT.                  *
      **----------------------------------------------------------------*
       3100-FLAG-MESSAGE-ERROR.
           IF WS-MSG-IN-ERROR
               GO TO 3100-EXIT
           END-IF
           SET WS-MSG-IN-ERROR TO TRUE
           MOVE WS-FLAG-SEGMENT-ID TO WS-ERR-SEGMENT-ID
           MOVE ZERO               TO WS-ERR-SEGMENT-SEQ
           MOVE WS-FLAG-FIELD-NO   TO WS-ERR-FIELD-NO
           MOVE WS-FLAG-REASON     TO WS-ERR-REASON
           MOVE WS-MSG-MSH-TEXT    TO WS-ERR-TEXT.
       3100-EXIT.
           EXIT.
       3200-BUILD-C0.
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'C0' TO PCDS-00-REC-TYPE
           MOVE '1'                 TO C0-TRANSACTION-TYPE
           MOVE WS-MSG-ENCOUNTER-ID TO C0-PAT-CNTL-NUM
           MOVE WS-MSG-PAT-LAST     TO C0-PAT-L-NAME
           MOVE WS-MSG-PAT-FIRST    TO C0-PAT-F-NAME
           MOVE WS-MSG-PAT-MI       TO C0-PAT-M-INIT
           MOVE WS-MSG-PAT-SEX      TO C0-PAT-SEX
           MOVE WS-MSG-PAT-BIRTH    TO C0-PAT-BIRTH-DATE-X
           MOVE WS-MSG-PAT-MARR     TO C0-MARR-STATUS
           MOVE WS-MSG-PAT-ADDR     TO C0-PAT-ADDR-1
           MOVE WS-MSG-PAT-CITY     TO C0-PAT-CITY
           MOVE WS-MSG-PAT-STATE    TO C0-PAT-STATE
           MOVE WS-MSG-PAT-ZIP      TO C0-PAT-ZIP
           IF WS-MSG-PAT-TEL NUMERIC
               MOVE WS-MSG-PAT-TEL  TO C0-PAT-TEL-NUM-X
           ELSE
               MOVE ZERO            TO C0-PAT-TEL-NUM
           END-IF
           MOVE WS-PCDSCLAIM-REC    TO WS-CHG-C0-IMAGE.
       3200-EXIT.
           EXIT.
       3300-BUILD-D0.
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'D0' TO PCDS-00-REC-TYPE
           MOVE '01' TO PCDS-SEQ-NO-X
           MOVE WS-MSG-ENCOUNTER-ID TO D0-PAT-CNTL-NUM
           MOVE WS-JOB-SOP-CODE     TO D0-PYMT-SRCE-CODE
           MOVE WS-MSG-PAYOR-ID     TO D0-PAYOR-ID
           MOVE WS-MSG-INSURED-ID   TO D0-INSURED-ID
           MOVE WS-MSG-PAYOR-NAME   TO D0-PAYOR-NAME
           MOVE WS-MSG-GROUP-NUM    TO D0-INS-GRP-PLCY-NUM
           MOVE WS-MSG-INS-LAST     TO D0-INS-LAST-NAME
           MOVE WS-MSG-INS-FIRST    TO D0-INS-FIRST-NAME
           MOVE WS-MSG-INS-MI       TO D0-INS-MID-INTL
           MOVE WS-MSG-INS-SEX      TO D0-INS-SEX
           MOVE WS-MSG-INS-BIRTH    TO D0-INSUR-BIRTH-DATE-X
           MOVE WS-MSG-PAT-REL      TO D0-PAT-REL-TO-INS
           MOVE WS-MSG-BENEF-ASGN   TO D0-BENEF-ASGN-CERT-IND
           MOVE 'MI'                TO D0-INSURED-ID-QUALIFIER
           MOVE ZERO                TO D0-PRIOR-PYMT-AMNT
           MOVE WS-PCDSCLAIM-REC    TO WS-CHG-D0-IMAGE.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-RELEASE-CHARGE -- THE F0 IS BUILT HERE; ITS SEQUENCE AND *
      **   DIAGNOSIS POINTERS ARE SET WHEN THE CLAIM IS PUT TOGETHER.    *
      **----------------------------------------------------------------*
       3400-RELEASE-CHARGE.
           MOVE WS-MSG-PROV-TAX-ID  TO WS-CHG-PROV-TAX-ID
           MOVE WS-MSG-PATIENT-ID   TO WS-CHG-PATIENT-ID
           MOVE WS-MSG-ENCOUNTER-ID TO WS-CHG-ENCOUNTER-ID
           MOVE WS-MSG-SEQ          TO WS-CHG-MSG-SEQ
           MOVE WS-LINE-SUB         TO WS-CHG-LINE-SEQ
           MOVE WS-MSG-PROV-TAX-TYPE TO WS-CHG-PROV-TAX-TYPE
           MOVE WS-MSG-PROV-NPI     TO WS-CHG-PROV-NPI
           MOVE WS-MSG-PROV-NAME    TO WS-CHG-PROV-NAME
           MOVE WS-MSG-CONTROL-ID   TO WS-CHG-CONTROL-ID
           MOVE WS-MSG-FACILITY     TO WS-CHG-FACILITY
           MOVE WS-ML-SEG-SEQ (WS-LINE-SUB) TO WS-CHG-SEG-SEQ
           MOVE WS-ML-CHARGE  (WS-LINE-SUB) TO WS-CHG-CHARGE
           MOVE WS-ML-TEXT    (WS-LINE-SUB) TO WS-CHG-TEXT
           MOVE ZERO TO WS-CHG-DIAG-COUNT
           IF WS-ML-DIAG-COUNT (WS-LINE-SUB) > ZERO
               PERFORM 3420-COPY-LINE-DIAG THRU 3420-EXIT
                   VARYING WS-DIAG-SUB FROM 1 BY 1
                   UNTIL WS-DIAG-SUB > WS-ML-DIAG-COUNT (WS-LINE-SUB)
           ELSE
               PERFORM 3410-COPY-MSG-DIAG THRU 3410-EXIT
                   VARYING WS-DIAG-SUB FROM 1 BY 1
                   UNTIL WS-DIAG-SUB > WS-MSG-DIAG-COUNT
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'F0' TO PCDS-00-REC-TYPE
           MOVE ZERO                TO F0-SEQ-NUM
           MOVE WS-MSG-ENCOUNTER-ID TO F0-PAT-CNTL-NUM
           MOVE WS-ML-TXN-ID    (WS-LINE-SUB) TO F0-LN-ITEM-CNTL-NUM
           MOVE WS-ML-FROM-DATE (WS-LINE-SUB) TO F0-FROM-DATE-X
           MOVE WS-ML-THRU-DATE (WS-LINE-SUB) TO F0-THRU-DATE-X
           MOVE WS-MSG-POS          TO F0-SERVICE-PLACE
           MOVE 'HC'                TO F0-PROC-CODE-QUAL
           MOVE WS-ML-PROC-CODE (WS-LINE-SUB) TO F0-PROC-CODE
           MOVE WS-ML-MODIFIER (WS-LINE-SUB 1) TO F0-PROC-MOD-1
           MOVE WS-ML-MODIFIER (WS-LINE-SUB 2) TO F0-PROC-MOD-2
           MOVE WS-ML-MODIFIER (WS-LINE-SUB 3) TO F0-PROC-MOD-3
           MOVE WS-ML-MODIFIER (WS-LINE-SUB 4) TO F0-PROC-MOD-4
           MOVE WS-ML-CHARGE    (WS-LINE-SUB) TO F0-LINE-CHRG
           MOVE 'UN'                TO F0-SERVICE-UNIT-QUAL
           MOVE WS-ML-UNITS     (WS-LINE-SUB) TO F0-SERVICE-UNIT
           MOVE WS-PCDSCLAIM-REC    TO WS-CHG-F0-IMAGE
           RELEASE SD-CHARGE-REC FROM WS-CHG-REC
           ADD 1 TO WS-CHARGES-RELEASED.
       3400-EXIT.
           EXIT.
       3410-COPY-MSG-DIAG.
           ADD 1 TO WS-CHG-DIAG-COUNT
           MOVE WS-MSG-DIAG-CODE (WS-DIAG-SUB)
               TO WS-CHG-DIAG-CODE (WS-CHG-DIAG-COUNT)
           MOVE WS-MSG-DIAG-VERS (WS-DIAG-SUB)
               TO WS-CHG-DIAG-VERS (WS-CHG-DIAG-COUNT).
       3410-EXIT.
           EXIT.
       3420-COPY-LINE-DIAG.
           ADD 1 TO WS-CHG-DIAG-COUNT
           MOVE WS-ML-DIAG-CODE (WS-LINE-SUB WS-DIAG-SUB)
               TO WS-CHG-DIAG-CODE (WS-CHG-DIAG-COUNT)
           MOVE WS-ML-DIAG-VERS (WS-LINE-SUB WS-DIAG-SUB)
               TO WS-CHG-DIAG-VERS (WS-CHG-DIAG-COUNT).
       3420-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-BUILD-JOBS -- SORT OUTPUT PROCEDURE.  ONE JOB FOR THE    *
      **   RUN, ONE B0 BATCH PER BILLING PROVIDER, AND ONE CLAIM PER     *
      **   PATIENT AND VISIT, HOWEVER MANY MESSAGES ITS CHARGES CAME IN. *
      **----------------------------------------------------------------*
       4000-BUILD-JOBS.
           PERFORM 4900-RETURN-CHARGE THRU 4900-EXIT
           PERFORM 4100-TAKE-CHARGE   THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           PERFORM 4500-FINISH-CLAIM  THRU 4500-EXIT
           PERFORM 5900-CLOSE-JOB     THRU 5900-EXIT.
       4000-EXIT.
           EXIT.
       4100-TAKE-CHARGE.
           IF WS-CLAIM-OPEN
              AND WS-RETURN-KEY NOT = WS-CL-KEY
               PERFORM 4500-FINISH-CLAIM THRU 4500-EXIT
           END-IF
           IF NOT WS-CLAIM-OPEN
               MOVE SPACES TO WS-CLAIM-AREA
               MOVE WS-RETURN-KEY TO WS-CL-KEY
               MOVE ZERO TO WS-CL-LINE-COUNT WS-CL-DIAG-COUNT
               SET WS-CLAIM-OPEN TO TRUE
           END-IF
           IF WS-CL-LINE-COUNT = 50
               MOVE WS-RETURN-REC TO WS-CHG-REC
               MOVE ZERO TO WS-FLAG-FIELD-NO
               MOVE 'MORE THAN 50 CHARGES ON THE VISIT - NOT BILLED'
                   TO WS-FLAG-REASON
               PERFORM 6100-REJECT-CHARGE THRU 6100-EXIT
           ELSE
               ADD 1 TO WS-CL-LINE-COUNT
               MOVE SPACE TO WS-CL-LINE-STATUS (WS-CL-LINE-COUNT)
               MOVE WS-RETURN-REC
                   TO WS-CL-CHARGE-IMAGE (WS-CL-LINE-COUNT)
           END-IF
           PERFORM 4900-RETURN-CHARGE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-FINISH-CLAIM -- THE E0 HOLDS FOUR DIAGNOSES, TAKEN IN    *
      **   THE ORDER THE CHARGES POINT AT THEM, ALL OF ONE ICD VERSION.  *
      **   A CHARGE THAT CANNOT POINT AT ANY OF THE FOUR IS REJECTED;    *
      **   THE REST ARE BILLED AS ONE CLAIM.                             *
      **----------------------------------------------------------------*
       4500-FINISH-CLAIM.
           IF NOT WS-CLAIM-OPEN
               GO TO 4500-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-OPEN-SWITCH
           MOVE ZERO TO WS-CL-KEPT-LINES WS-CLAIM-CHARGES
           PERFORM 4510-POINT-LINE THRU 4510-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-CL-LINE-COUNT
           IF WS-CL-KEPT-LINES = ZERO
               GO TO 4500-EXIT
           END-IF
           IF NOT WS-FILE-OPEN
               PERFORM 5100-OPEN-FILE THRU 5100-EXIT
           END-IF
           IF WS-BATCH-OPEN
              AND WS-CL-PROV-TAX-ID NOT = WS-TAX-NUM
               PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
           END-IF
           MOVE WS-CL-CHARGE-IMAGE (1) TO WS-CHG-REC
           IF NOT WS-BATCH-OPEN
               IF WS-BATCH-NO = 99
                   PERFORM 5900-CLOSE-JOB THRU 5900-EXIT
                   PERFORM 5100-OPEN-FILE THRU 5100-EXIT
               END-IF
               PERFORM 5200-OPEN-BATCH THRU 5200-EXIT
           END-IF
           MOVE WS-CHG-C0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           MOVE WS-CHG-D0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           PERFORM 4600-BUILD-E0 THRU 4600-EXIT
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           MOVE ZERO TO WS-F0-SEQ
           PERFORM 4650-WRITE-LINE THRU 4650-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-CL-LINE-COUNT
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'X0' TO PCDS-00-REC-TYPE
           MOVE WS-CL-ENCOUNTER-ID TO X0-PAT-CNTL-NUM
           COMPUTE X0-PHYS-REC-CNT = WS-CL-KEPT-LINES + 4
           MOVE 1                 TO X0-RECNOCX X0-RECNODX X0-RECNOEX
           MOVE WS-CL-KEPT-LINES  TO X0-RECNOFX
           MOVE ZERO              TO X0-RECNOGX X0-RECNOHX X0-RECNOKX
           MOVE WS-CL-KEPT-LINES  TO X0-NUM-SERV-LN
           MOVE WS-CLAIM-CHARGES  TO X0-CLAIM-TOT-CHRG
           MOVE ZERO              TO X0-PAT-PAID
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           ADD 1 TO WS-CLAIMS-WRITTEN
           ADD 1 TO WS-BATCH-CLAIMS WS-FILE-CLAIMS
           ADD WS-CL-KEPT-LINES TO WS-BATCH-SVC-LINES
                                   WS-FILE-SVC-LINES
           ADD WS-CLAIM-CHARGES TO WS-BATCH-CHARGES
                                   WS-FILE-CHARGES.
       4500-EXIT.
           EXIT.
       4510-POINT-LINE.
           MOVE WS-CL-CHARGE-IMAGE (WS-LINE-SUB) TO WS-CHG-REC
           MOVE WS-CHG-F0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE SPACES TO F0-DIAG-PTR-1 F0-DIAG-PTR-2
                          F0-DIAG-PTR-3 F0-DIAG-PTR-4
           MOVE ZERO TO WS-PTR-COUNT
           PERFORM 4520-POINT-ONE-DIAG THRU 4520-EXIT
               VARYING WS-DIAG-SUB FROM 1 BY 1
               UNTIL WS-DIAG-SUB > WS-CHG-DIAG-COUNT
                  OR WS-PTR-COUNT = 4
           IF WS-PTR-COUNT = ZERO
               SET WS-CL-LINE-REJECTED (WS-LINE-SUB) TO TRUE
               MOVE 19 TO WS-FLAG-FIELD-NO
               MOVE 'NO DIAGNOSIS POINTER - OVER 4 CODES OR ICD MIXED'
                   TO WS-FLAG-REASON
               PERFORM 6100-REJECT-CHARGE THRU 6100-EXIT
               GO TO 4510-EXIT
           END-IF
           MOVE WS-PCDSCLAIM-REC TO WS-CHG-F0-IMAGE
           MOVE WS-CHG-REC TO WS-CL-CHARGE-IMAGE (WS-LINE-SUB)
           ADD 1 TO WS-CL-KEPT-LINES
           ADD WS-CHG-CHARGE TO WS-CLAIM-CHARGES.
       4510-EXIT.
           EXIT.
       4520-POINT-ONE-DIAG.
           MOVE ZERO TO WS-CL-FOUND
           PERFORM 4530-FIND-CLAIM-DIAG THRU 4530-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-DIAG-COUNT
                  OR WS-CL-FOUND > ZERO
           IF WS-CL-FOUND = ZERO
               IF WS-CL-DIAG-COUNT = 4
                   GO TO 4520-EXIT
               END-IF
               IF WS-CL-DIAG-COUNT > ZERO
                  AND WS-CHG-DIAG-VERS (WS-DIAG-SUB)
                      NOT = WS-CL-DIAG-VERS (1)
                   GO TO 4520-EXIT
               END-IF
               ADD 1 TO WS-CL-DIAG-COUNT
               MOVE WS-CHG-DIAG-CODE (WS-DIAG-SUB)
                   TO WS-CL-DIAG-CODE (WS-CL-DIAG-COUNT)
               MOVE WS-CHG-DIAG-VERS (WS-DIAG-SUB)
                   TO WS-CL-DIAG-VERS (WS-CL-DIAG-COUNT)
               MOVE WS-CL-DIAG-COUNT TO WS-CL-FOUND
           END-IF
           MOVE WS-CL-FOUND TO WS-PTR-DIGIT
           IF F0-DIAG-PTR-1 = WS-PTR-DIGIT-X
           OR F0-DIAG-PTR-2 = WS-PTR-DIGIT-X
           OR F0-DIAG-PTR-3 = WS-PTR-DIGIT-X
           OR F0-DIAG-PTR-4 = WS-PTR-DIGIT-X
               GO TO 4520-EXIT
           END-IF
           ADD 1 TO WS-PTR-COUNT
           EVALUATE WS-PTR-COUNT
               WHEN 1
                   MOVE WS-PTR-DIGIT-X TO F0-DIAG-PTR-1
               WHEN 2
                   MOVE WS-PTR-DIGIT-X TO F0-DIAG-PTR-2
               WHEN 3
                   MOVE WS-PTR-DIGIT-X TO F0-DIAG-PTR-3
               WHEN OTHER
                   MOVE WS-PTR-DIGIT-X TO F0-DIAG-PTR-4
           END-EVALUATE.
       4520-EXIT.
           EXIT.
       4530-FIND-CLAIM-DIAG.
           IF WS-CL-DIAG-CODE (WS-CL-SUB)
                  = WS-CHG-DIAG-CODE (WS-DIAG-SUB)
               MOVE WS-CL-SUB TO WS-CL-FOUND
           END-IF.
       4530-EXIT.
           EXIT.
       4600-BUILD-E0.
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'E0' TO PCDS-00-REC-TYPE
           MOVE WS-CL-ENCOUNTER-ID TO E0-PAT-CNTL-NUM
           MOVE 'A'               TO E0-PROV-ACCEPTS-ASSIGNMENT-IND
           MOVE WS-CL-DIAG-CODE (1) TO E0-DIAG-CODE (1)
           MOVE WS-CL-DIAG-CODE (2) TO E0-DIAG-CODE (2)
           MOVE WS-CL-DIAG-CODE (3) TO E0-DIAG-CODE (3)
           MOVE WS-CL-DIAG-CODE (4) TO E0-DIAG-CODE (4)
           MOVE WS-RUN-DATE       TO E0-CLAIM-DATE-X
           MOVE '100'             TO E0-TYPE-OF-CLAIM
           MOVE WS-CLAIM-CHARGES  TO E0-TOT-CLAIM-AMT
           MOVE ZERO              TO E0-PAT-PAID-AMT
           IF WS-CL-DIAG-VERS (1) = '9'
               MOVE 'BK ' TO E0-DIAG-CD-QUAL
           ELSE
               MOVE 'ABK' TO E0-DIAG-CD-QUAL
           END-IF.
       4600-EXIT.
           EXIT.
       4650-WRITE-LINE.
           IF WS-CL-LINE-REJECTED (WS-LINE-SUB)
               GO TO 4650-EXIT
           END-IF
           MOVE WS-CL-CHARGE-IMAGE (WS-LINE-SUB) TO WS-CHG-REC
           MOVE WS-CHG-F0-IMAGE TO WS-PCDSCLAIM-REC
           ADD 1 TO WS-F0-SEQ
           MOVE WS-F0-SEQ TO F0-SEQ-NUM
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT.
       4650-EXIT.
           EXIT.
       4900-RETURN-CHARGE.
           RETURN SORT-WORK-FILE INTO WS-RETURN-REC
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5100-OPEN-FILE -- THE A0 IS MARKED AS HL7 ENTRY, WHICH PCD026 *
      **   AND PCD145 CARRY ONTO THE PCDJOBST ROW.  THE A0 IS NOT        *
      **   COUNTED IN FILE RECORDS, THE SAME AS PCD003 COUNTS THEM.      *
      **----------------------------------------------------------------*
       5100-OPEN-FILE.
           ADD 1 TO WS-JOB-SEQ
           MOVE SPACES TO WS-UNIQUE-JOBNUM
           STRING 'H' DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-JOB-SEQ DELIMITED BY SIZE
               INTO WS-UNIQUE-JOBNUM
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'A0' TO PCDS-00-REC-TYPE
           MOVE WS-JOB-SUB-EIN       TO A0-SUB-EIN-X
           MOVE WS-JOB-SUB-NAME      TO A0-SUB-NAME
           MOVE WS-JOB-FORMAT        TO A0-FORMAT-VERS-CODE
           MOVE WS-JOB-RECEIVER-TYPE TO A0-RECEIVER-TYPE-CODE
           MOVE WS-JOB-RECEIVER-ID   TO A0-RECEIVER-ID
           MOVE WS-RUN-DATE (5:2)  TO A0-PROCESSING-DATE (1:2)
           MOVE WS-RUN-DATE (7:2)  TO A0-PROCESSING-DATE (3:2)
           MOVE WS-RUN-DATE (3:2)  TO A0-PROCESSING-DATE (5:2)
           MOVE ZERO               TO A0-XMIT-STATUS
           MOVE 'PROD'             TO A0-TEST-PROD-IND
           MOVE WS-UNIQUE-JOBNUM   TO A0-UNIQUE-JOBNUM
           SET A0-HL7-ENTRY        TO TRUE
           MOVE WS-PCDSCLAIM-REC   TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-FILE-OPEN TO TRUE
           ADD 1 TO WS-JOBS-WRITTEN
           MOVE ZERO TO WS-BATCH-NO WS-FILE-RECS WS-FILE-CLAIMS
                        WS-FILE-SVC-LINES WS-FILE-BATCHES
                        WS-FILE-CHARGES.
       5100-EXIT.
           EXIT.
       5200-OPEN-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE WS-CL-PROV-TAX-ID TO WS-TAX-NUM
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'B0' TO PCDS-00-REC-TYPE
           MOVE WS-BATCH-TYPE           TO B0-BATCH-TYPE
           MOVE WS-BATCH-NO             TO B0-BATCH-NUM
           MOVE WS-CHG-PROV-TAX-ID      TO B0-FEDERAL-TAX-NUM-X
           MOVE WS-CHG-PROV-TAX-TYPE    TO B0-TAX-ID-TYPE
           MOVE WS-CHG-PROV-NPI         TO B0-NPI
           MOVE WS-CHG-PROV-NAME        TO B0-BP-ORG-NAME
           MOVE WS-PCDSCLAIM-REC        TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-BATCH-OPEN TO TRUE
           MOVE 1    TO WS-BATCH-RECS
           ADD 1     TO WS-FILE-RECS
           MOVE ZERO TO WS-BATCH-CLAIMS WS-BATCH-SVC-LINES
                        WS-BATCH-CHARGES.
       5200-EXIT.
           EXIT.
       5700-CLOSE-BATCH.
           IF NOT WS-BATCH-OPEN
               GO TO 5700-EXIT
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Y0' TO PCDS-00-REC-TYPE
           MOVE WS-TAX-NUM                 TO Y0-FED-TAX-NUM-X
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Y0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Y0-REC-SUB-ID
           MOVE WS-BATCH-TYPE              TO Y0-BATCH-TYPE
           MOVE WS-BATCH-NO                TO Y0-BATCH-NO
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS
           MOVE WS-BATCH-SVC-LINES    TO Y0-NUM-BATCH-SVC-LINES
           MOVE WS-BATCH-RECS         TO Y0-NUM-BATCH-RECS
           MOVE WS-BATCH-CLAIMS       TO Y0-NUM-BATCH-CLAIMS
           MOVE WS-BATCH-CHARGES      TO Y0-BATCH-TOTAL-CHARGES
           MOVE WS-PCDSCLAIM-REC      TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-FILE-BATCHES
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
       5700-EXIT.
           EXIT.
       5800-WRITE-CLAIM-RECORD.
           MOVE WS-PCDSCLAIM-REC TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS.
       5800-EXIT.
           EXIT.
       5900-CLOSE-JOB.
           IF NOT WS-FILE-OPEN
               GO TO 5900-EXIT
           END-IF
           PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Z0' TO PCDS-00-REC-TYPE
           MOVE WS-JOB-SUB-EIN             TO Z0-SUB-EIN
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Z0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Z0-REC-SUB-ID
           MOVE WS-FILE-BATCHES      TO Z0-BATCH-CNT
           MOVE WS-FILE-SVC-LINES    TO Z0-SVC-LINE-CNT
           COMPUTE Z0-REC-CNT = WS-FILE-RECS + 1
           MOVE WS-FILE-CLAIMS       TO Z0-CLAIM-CNT
           MOVE ZERO                 TO Z0-PAID-AMT Z0-ALLOWED-AMT
           MOVE WS-FILE-CHARGES      TO Z0-TOT-CHARGES
           MOVE WS-PCDSCLAIM-REC     TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           DISPLAY 'PCD236 - JOB ' WS-UNIQUE-JOBNUM
               '  CLAIMS ' WS-FILE-CLAIMS
           MOVE 'N' TO WS-FILE-OPEN-SWITCH.
       5900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-WRITE-REJECT -- ONE PCDDFTRJ ROW FROM WS-ERR-AREA.       *
      **----------------------------------------------------------------*
       6000-WRITE-REJECT.
           MOVE SPACES TO PCD-DFTR-REC
           MOVE WS-RUN-DATE         TO PCD-DFTR-RUN-DATE
           MOVE WS-ERR-CONTROL-ID   TO PCD-DFTR-CONTROL-ID
           MOVE WS-ERR-FACILITY     TO PCD-DFTR-SEND-FACILITY
           MOVE WS-ERR-PATIENT-ID   TO PCD-DFTR-PATIENT-ID
           MOVE WS-ERR-ENCOUNTER-ID TO PCD-DFTR-ENCOUNTER-ID
           MOVE WS-ERR-SEGMENT-ID   TO PCD-DFTR-SEGMENT-ID
           MOVE WS-ERR-SEGMENT-SEQ  TO PCD-DFTR-SEGMENT-SEQ
           MOVE WS-ERR-FIELD-NO     TO PCD-DFTR-FIELD-NO
           MOVE WS-ERR-REASON       TO PCD-DFTR-REASON
           MOVE WS-ERR-TEXT         TO PCD-DFTR-SEGMENT-TEXT
           WRITE FD-REJECT-REC FROM PCD-DFTR-REC
           ADD 1 TO WS-REJECTS-WRITTEN.
       6000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6100-REJECT-CHARGE -- ONE FT1 CHARGE IN WS-CHG-REC THAT COULD *
      **   NOT BE PUT ON ITS VISIT'S CLAIM.                              *
      **----------------------------------------------------------------*
       6100-REJECT-CHARGE.
           MOVE WS-CHG-CONTROL-ID   TO WS-ERR-CONTROL-ID
           MOVE WS-CHG-FACILITY     TO WS-ERR-FACILITY
           MOVE WS-CHG-PATIENT-ID   TO WS-ERR-PATIENT-ID
           MOVE WS-CHG-ENCOUNTER-ID TO WS-ERR-ENCOUNTER-ID
           MOVE 'FT1'               TO WS-ERR-SEGMENT-ID
           MOVE WS-CHG-SEG-SEQ      TO WS-ERR-SEGMENT-SEQ
           MOVE WS-FLAG-FIELD-NO    TO WS-ERR-FIELD-NO
           MOVE WS-FLAG-REASON      TO WS-ERR-REASON
           MOVE WS-CHG-TEXT         TO WS-ERR-TEXT
           PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
           ADD 1 TO WS-CHARGES-REJECTED.
       6100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-CHECK-DATE -- CCYYMMDD IN WS-CHECK-DATE-X, AS PCD230M.   *
      **----------------------------------------------------------------*
       7000-CHECK-DATE.
           MOVE 'N' TO WS-DATE-SWITCH
           IF WS-CHECK-DATE-X NOT NUMERIC
               GO TO 7000-EXIT
           END-IF
           IF WS-CHECK-CCYY < 1850
           OR WS-CHECK-MM < 1
           OR WS-CHECK-MM > 12
           OR WS-CHECK-DD < 1
               GO TO 7000-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LAST-DAY
           IF WS-CHECK-MM = 2
               DIVIDE WS-CHECK-CCYY BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-REM-4
               DIVIDE WS-CHECK-CCYY BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-100
               DIVIDE WS-CHECK-CCYY BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = ZERO
                  AND (WS-REM-100 NOT = ZERO
                    OR WS-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           IF WS-CHECK-DD > WS-MONTH-LAST-DAY
               GO TO 7000-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       7000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7100-PARSE-AMOUNT -- AN HL7 NUMBER (WHOLE DIGITS, OPTIONAL    *
      **   POINT AND UP TO TWO DECIMALS) IN WS-PARSE-FIELD TO            *
      **   WS-PARSE-AMOUNT.  A SIGN OR ANY OTHER CHARACTER FAILS IT.     *
      **----------------------------------------------------------------*
       7100-PARSE-AMOUNT.
           MOVE ZERO TO WS-PARSE-NUM WS-PARSE-AMOUNT
           MOVE 'Y'  TO WS-PARSE-OK-SW
           MOVE SPACES TO WS-PARSE-WHOLE WS-PARSE-CENTS-X
           UNSTRING WS-PARSE-FIELD DELIMITED BY '.'
               INTO WS-PARSE-WHOLE WS-PARSE-CENTS-X
           END-UNSTRING
           IF WS-PARSE-WHOLE = SPACES
              AND WS-PARSE-CENTS-X = SPACES
               MOVE 'N' TO WS-PARSE-OK-SW
               GO TO 7100-EXIT
           END-IF
           INSPECT WS-PARSE-CENTS-X REPLACING ALL SPACE BY '0'
           IF WS-PARSE-CENTS-X NOT NUMERIC
               MOVE 'N' TO WS-PARSE-OK-SW
               GO TO 7100-EXIT
           END-IF
           PERFORM 7110-TAKE-DIGIT THRU 7110-EXIT
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB > 30
                  OR WS-PARSE-WHOLE (WS-PARSE-SUB:1) = SPACE
                  OR NOT WS-PARSE-OK
           IF WS-PARSE-OK
               COMPUTE WS-PARSE-AMOUNT
                   = WS-PARSE-NUM + (WS-PARSE-CENTS / 100)
           END-IF.
       7100-EXIT.
           EXIT.
       7110-TAKE-DIGIT.
           MOVE WS-PARSE-WHOLE (WS-PARSE-SUB:1) TO WS-PARSE-BYTE
           IF NOT WS-PARSE-BYTE-DIGIT
           OR WS-PARSE-NUM > 99999999
               MOVE 'N' TO WS-PARSE-OK-SW
               GO TO 7110-EXIT
           END-IF
           MOVE WS-PARSE-BYTE TO WS-PARSE-DIGIT
           COMPUTE WS-PARSE-NUM = WS-PARSE-NUM * 10 + WS-PARSE-DIGIT.
       7110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7200-EXTRACT-PHONE -- THE DIGITS OF PID-13, KEPT WHEN THEY    *
      **   MAKE A 10-DIGIT NUMBER (A LEADING 1 IS DROPPED).              *
      **----------------------------------------------------------------*
       7200-EXTRACT-PHONE.
           MOVE SPACES TO WS-PHONE-DIGITS WS-MSG-PAT-TEL
           MOVE ZERO   TO WS-PHONE-COUNT
           PERFORM 7210-TAKE-PHONE-DIGIT THRU 7210-EXIT
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB > 40
                  OR WS-PHONE-COUNT = 20
           IF WS-PHONE-COUNT = 11
              AND WS-PHONE-DIGITS (1:1) = '1'
               MOVE WS-PHONE-DIGITS (2:10) TO WS-MSG-PAT-TEL
           END-IF
           IF WS-PHONE-COUNT = 10
               MOVE WS-PHONE-DIGITS (1:10) TO WS-MSG-PAT-TEL
           END-IF.
       7200-EXIT.
           EXIT.
       7210-TAKE-PHONE-DIGIT.
           MOVE WS-PARSE-FIELD (WS-PARSE-SUB:1) TO WS-PARSE-BYTE
           IF WS-PARSE-BYTE-DIGIT
               ADD 1 TO WS-PHONE-COUNT
               MOVE WS-PARSE-BYTE
                   TO WS-PHONE-DIGITS (WS-PHONE-COUNT:1)
           END-IF.
       7210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9000-TERMINATE -- RC 4 WHEN ANY MESSAGE OR CHARGE WAS         *
      **   REJECTED, SO THE PCDDFTRJ ROWS ARE WORKED WITH THE PRACTICE.  *
      **----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE PCD-CLAIM-OUT
           CLOSE PCD-REJECT-FILE
           DISPLAY 'PCD236 - SEGMENTS READ:         ' WS-SEGMENTS-READ
           DISPLAY 'PCD236 - SEGMENTS OUTSIDE A MSG:' WS-STRAY-SEGMENTS
           DISPLAY 'PCD236 - MESSAGES READ:         ' WS-MESSAGES-READ
           DISPLAY 'PCD236 - MESSAGES ACCEPTED:     '
               WS-MESSAGES-ACCEPTED
           DISPLAY 'PCD236 - MESSAGES REJECTED:     '
               WS-MESSAGES-REJECTED
           DISPLAY 'PCD236 - NON-CHARGE FT1 SKIPPED:'
               WS-NON-CHARGES-SKIPPED
           DISPLAY 'PCD236 - EXTRA IN1 SKIPPED:     '
               WS-EXTRA-IN1-SKIPPED
           DISPLAY 'PCD236 - CHARGES RELEASED:      '
               WS-CHARGES-RELEASED
           DISPLAY 'PCD236 - CHARGES REJECTED:      '
               WS-CHARGES-REJECTED
           DISPLAY 'PCD236 - CLAIMS WRITTEN:        ' WS-CLAIMS-WRITTEN
           DISPLAY 'PCD236 - JOBS WRITTEN:          ' WS-JOBS-WRITTEN
           DISPLAY 'PCD236 - REJECT ROWS WRITTEN:   '
               WS-REJECTS-WRITTEN
           IF WS-REJECTS-WRITTEN > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
