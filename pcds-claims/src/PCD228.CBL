      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD228           SYSTEM: PCDS                     *
      **    CMS-416 EPSDT ANNUAL PARTICIPATION REPORT                  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  ANNUAL, FOR THE    *
      **                          FEDERAL FISCAL YEAR ON THE PCDEPSCD  *
      **                          CARD (DEFAULT THE LAST ONE ENDED).   *
      **                          FROM THE YEAR'S MEDICAID-PRIMARY     *
      **                          CLAIMS FOR CHILDREN UNDER 21, COUNTS *
      **                          BY CMS-416 AGE GROUP THE ELIGIBLES   *
      **                          (ONE PER PCDEPIX PERSON), SCREENS    *
      **                          (PREVENTIVE VISITS WITH              *
      **                          FB-EPSDT-IND), CHILDREN SCREENED AND *
      **                          REFERRED (CRC ZZ ST/S2), AND THE     *
      **                          DENTAL LINES 12A-12G FROM CDT CODES, *
      **                          DENTAL BATCHES AND MOLAR TOOTH       *
      **                          NUMBERS.  WRITES THE REPORT          *
      **                          (PCDEPSRP) AND A PERSON-LEVEL DETAIL *
      **                          FILE (PCDEPSDT) FOR THE STATE.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD228.
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
           SELECT PCD-CONTROL-CARD  ASSIGN TO PCDEPSCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-DETAIL-FILE   ASSIGN TO PCDEPSDT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDEPSRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-FFY            PIC X(004).
           05  FD-CARD-FFY-9 REDEFINES FD-CARD-FFY
                                      PIC 9(004).
           05  FILLER                 PIC X(076).
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
      **----------------------------------------------------------------*
      **   ONE MEDICAID CLAIM FOR A CHILD UNDER 21 WITH SERVICE IN THE   *
      **   FISCAL YEAR, SUMMED TO WHAT CMS-416 ASKS OF IT, IN PERSON     *
      **   ORDER.  A PATIENT NOT ON THE PERSON INDEX IS KEPT APART BY    *
      **   THE MATCH KEY.                                                *
      **----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-PERSON-KEY.
               10  SD-PERSON-ID       PIC 9(009).
               10  SD-MATCH-KEY       PIC X(039).
           05  SD-L-NAME              PIC X(020).
           05  SD-F-NAME              PIC X(010).
           05  SD-BIRTH-DATE          PIC X(008).
           05  SD-SEX                 PIC X(001).
           05  SD-AGE                 PIC 9(002).
           05  SD-SCREENS             PIC 9(003).
           05  SD-REFERRED            PIC X(001).
           05  SD-DENTAL-ANY          PIC X(001).
           05  SD-DENTAL-PREV         PIC X(001).
           05  SD-DENTAL-TREAT        PIC X(001).
           05  SD-DENTAL-SEALANT      PIC X(001).
           05  SD-DENTAL-DIAG         PIC X(001).
           05  SD-ORAL-NON-DENTIST    PIC X(001).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
      **----------------------------------------------------------------*
      **   PERSON-LEVEL DETAIL FOR THE STATE'S VALIDATION OF THE REPORT. *
      **   ONE RECORD PER CHILD COUNTED ON LINE 1; THE Y/N FLAGS ARE     *
      **   THE PERSON COUNTS ON LINES 10 AND 12A-12G.                    *
      **----------------------------------------------------------------*
       FD  PCD-DETAIL-FILE
           RECORDING MODE IS F.
       01  FD-DETAIL-REC.
           05  FD-DT-FFY              PIC 9(004).
           05  FD-DT-PERSON-ID        PIC 9(009).
           05  FD-DT-L-NAME           PIC X(020).
           05  FD-DT-F-NAME           PIC X(010).
           05  FD-DT-BIRTH-DATE       PIC X(008).
           05  FD-DT-SEX              PIC X(001).
           05  FD-DT-AGE              PIC 9(002).
           05  FD-DT-AGE-BAND         PIC X(007).
           05  FD-DT-CLAIMS           PIC 9(005).
           05  FD-DT-SCREENS          PIC 9(003).
           05  FD-DT-REFERRED         PIC X(001).
           05  FD-DT-DENTAL-ANY       PIC X(001).
           05  FD-DT-DENTAL-PREV      PIC X(001).
           05  FD-DT-DENTAL-TREAT     PIC X(001).
           05  FD-DT-DENTAL-SEALANT   PIC X(001).
           05  FD-DT-DENTAL-DIAG      PIC X(001).
           05  FD-DT-ORAL-NON-DENTIST PIC X(001).
           05  FD-DT-ORAL-ANY         PIC X(001).
           05  FILLER                 PIC X(023).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-FIRST-D0-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-FIRST-D0-SEEN                    VALUE 'Y'.
       77  WS-MEDICAID-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-MEDICAID-CLAIM                   VALUE 'Y'.
       77  WS-DENTAL-BATCH-SW          PIC X(001)  VALUE 'N'.
           88  WS-DENTAL-BATCH                     VALUE 'Y'.
       77  WS-IN-YEAR-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-IN-YEAR                    VALUE 'Y'.
       77  WS-LINE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-LINE-IN-YEAR                     VALUE 'Y'.
       77  WS-MOLAR-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-LINE-ON-MOLAR                    VALUE 'Y'.
       77  WS-LINE-EPSDT-IND           PIC X(001)  VALUE SPACES.
       77  WS-LINE-TOOTH               PIC X(002)  VALUE SPACES.
           88  WS-PERMANENT-MOLAR                  VALUE '02' '03'
                                                   '14' '15' '18'
                                                   '19' '30' '31'.
       77  WS-LINE-PROC                PIC X(005)  VALUE SPACES.
           88  WS-SCREENING-CODE                   VALUE
                                     '99381' THRU '99385'
                                     '99391' THRU '99395'
                                     '99460' THRU '99463'.
           88  WS-SEALANT-CODE                     VALUE 'D1351'.
           88  WS-DENTAL-DIAG-CODE                 VALUE
                                     'D0100' THRU 'D0999'.
           88  WS-DENTAL-PREV-CODE                 VALUE
                                     'D1000' THRU 'D1999'.
           88  WS-DENTAL-TREAT-CODE                VALUE
                                     'D2000' THRU 'D9999'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-CCYY                 PIC 9(004)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-FFY                      PIC 9(004)  VALUE ZERO.
       77  WS-FFY-FROM                 PIC 9(008)  VALUE ZERO.
       77  WS-FFY-THRU                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-BIRTH-DATE               PIC 9(008)  VALUE ZERO.
       77  WS-BIRTH-CCYY               PIC 9(004)  VALUE ZERO.
       77  WS-BIRTH-MMDD               PIC 9(004)  VALUE ZERO.
       77  WS-AGE                      PIC S9(003) VALUE ZERO.
       77  WS-BAND-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-RPT-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-EQ-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CC-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-TOOTH-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-SELECTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-ON-INDEX             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PERSONS-WRITTEN          PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CLAIM BEING READ, SUMMED AS ITS LINES ARE SETTLED.        *
      **----------------------------------------------------------------*
       01  WS-CLAIM-SUMMARY.
           05  WS-CS-L-NAME            PIC X(020).
           05  WS-CS-F-NAME            PIC X(010).
           05  WS-CS-BIRTH-DATE        PIC X(008).
           05  WS-CS-SEX               PIC X(001).
           05  WS-CS-SCREENS           PIC 9(003).
           05  WS-CS-REFERRED          PIC X(001).
           05  WS-CS-DENTAL-ANY        PIC X(001).
           05  WS-CS-DENTAL-PREV       PIC X(001).
           05  WS-CS-DENTAL-TREAT      PIC X(001).
           05  WS-CS-DENTAL-SEALANT    PIC X(001).
           05  WS-CS-DENTAL-DIAG       PIC X(001).
           05  WS-CS-ORAL-NON-DENTIST  PIC X(001).
      **----------------------------------------------------------------*
      **   THE PERSON BEING ASSEMBLED FROM THE SORTED CLAIMS.            *
      **----------------------------------------------------------------*
       01  WS-PERSON.
           05  WS-PS-KEY               PIC X(048).
           05  WS-PS-PERSON-ID         PIC 9(009).
           05  WS-PS-L-NAME            PIC X(020).
           05  WS-PS-F-NAME            PIC X(010).
           05  WS-PS-BIRTH-DATE        PIC X(008).
           05  WS-PS-SEX               PIC X(001).
           05  WS-PS-AGE               PIC 9(002).
           05  WS-PS-CLAIMS            PIC 9(005).
           05  WS-PS-SCREENS           PIC 9(003).
           05  WS-PS-REFERRED          PIC X(001).
           05  WS-PS-DENTAL-ANY        PIC X(001).
           05  WS-PS-DENTAL-PREV       PIC X(001).
           05  WS-PS-DENTAL-TREAT      PIC X(001).
           05  WS-PS-DENTAL-SEALANT    PIC X(001).
           05  WS-PS-DENTAL-DIAG       PIC X(001).
           05  WS-PS-ORAL-NON-DENTIST  PIC X(001).
           05  WS-PS-ORAL-ANY          PIC X(001).
      **----------------------------------------------------------------*
      **   CMS-416 AGE GROUPS, BY AGE AT THE END OF THE FISCAL YEAR.     *
      **----------------------------------------------------------------*
       01  WS-AGE-BAND-VALUES.
           05  FILLER                  PIC X(009)  VALUE '00UNDER 1'.
           05  FILLER                  PIC X(009)  VALUE '021-2    '.
           05  FILLER                  PIC X(009)  VALUE '053-5    '.
           05  FILLER                  PIC X(009)  VALUE '096-9    '.
           05  FILLER                  PIC X(009)  VALUE '1410-14  '.
           05  FILLER                  PIC X(009)  VALUE '1815-18  '.
           05  FILLER                  PIC X(009)  VALUE '2019-20  '.
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05  WS-AGE-BAND OCCURS 7 TIMES.
               10  WS-AB-MAX-AGE       PIC 9(002).
               10  WS-AB-LABEL         PIC X(007).
      **----------------------------------------------------------------*
      **   THE REPORT LINES PRODUCED, IN CMS-416 LINE ORDER.  LINE 6     *
      **   COUNTS SCREENS; EVERY OTHER LINE COUNTS CHILDREN.             *
      **----------------------------------------------------------------*
       01  WS-REPORT-LINE-VALUES.
           05  FILLER                  PIC X(044)  VALUE
               '1   TOTAL INDIVIDUALS ELIGIBLE FOR EPSDT    '.
           05  FILLER                  PIC X(044)  VALUE
               '6   TOTAL SCREENS RECEIVED                  '.
           05  FILLER                  PIC X(044)  VALUE
               '9   ELIGIBLES RECEIVING AT LEAST ONE SCREEN '.
           05  FILLER                  PIC X(044)  VALUE
               '10  ELIGIBLES REFERRED FOR CORRECTIVE TREATM'.
           05  FILLER                  PIC X(044)  VALUE
               '12A ELIGIBLES RECEIVING ANY DENTAL SERVICES '.
           05  FILLER                  PIC X(044)  VALUE
               '12B ELIGIBLES RECEIVING PREVENTIVE DENTAL   '.
           05  FILLER                  PIC X(044)  VALUE
               '12C ELIGIBLES RECEIVING DENTAL TREATMENT    '.
           05  FILLER                  PIC X(044)  VALUE
               '12D ELIGIBLES RECEIVING SEALANT ON A MOLAR  '.
           05  FILLER                  PIC X(044)  VALUE
               '12E ELIGIBLES RECEIVING DENTAL DIAGNOSTIC   '.
           05  FILLER                  PIC X(044)  VALUE
               '12F ORAL HEALTH SERVICES BY A NON-DENTIST   '.
           05  FILLER                  PIC X(044)  VALUE
               '12G ELIGIBLES RECEIVING DENTAL OR ORAL HEALT'.
       01  WS-REPORT-LINE-TABLE REDEFINES WS-REPORT-LINE-VALUES.
           05  WS-RL-ENTRY OCCURS 11 TIMES.
               10  WS-RL-LINE-NO       PIC X(004).
               10  WS-RL-LABEL         PIC X(040).
      **----------------------------------------------------------------*
      **   COUNTS BY REPORT LINE AND AGE GROUP; GROUP 8 IS THE TOTAL.    *
      **----------------------------------------------------------------*
       01  WS-COUNT-TABLE.
           05  WS-CT-LINE OCCURS 11 TIMES.
               10  WS-CT-COUNT         PIC 9(007)  COMP
                                       OCCURS 8 TIMES.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD228 - CMS-416 EPSDT PARTICIPATION REPORT'.
           05  FILLER                  PIC X(021)  VALUE
               ' FEDERAL FISCAL YEAR '.
           05  WS-H1-FFY               PIC 9(004).
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(039)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' LINE DESCRIPTION                               UN'.
           05  FILLER                  PIC X(050)  VALUE
               'DER 1      1-2      3-5      6-9    10-14    15-18'.
           05  FILLER                  PIC X(032)  VALUE
               '    19-20    TOTAL'.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-LINE-NO            PIC X(004).
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-LABEL              PIC X(040).
           05  WS-D-COLUMN OCCURS 8 TIMES.
               10  FILLER              PIC X(002).
               10  WS-D-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(014)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-PERSON-KEY
               INPUT PROCEDURE  2000-SCAN-CLAIMS   THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-COUNT-PERSONS THRU 4000-EXIT
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 9000-TERMINATE    THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE CARD NAMES THE FEDERAL FISCAL YEAR     *
      **   (CCYY, ENDING SEPTEMBER 30 OF THAT YEAR); BLANK OR MISSING    *
      **   MEANS THE LAST YEAR TO HAVE ENDED.  THE PERSON INDEX IS       *
      **   REQUIRED: CMS-416 COUNTS CHILDREN, NOT CLAIMS.                *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-FFY IS NUMERIC
              AND FD-CARD-FFY-9 > 1900
               MOVE FD-CARD-FFY-9 TO WS-FFY
           ELSE
               COMPUTE WS-RUN-CCYY  = WS-RUN-DATE / 10000
               COMPUTE WS-RUN-MONTH = (WS-RUN-DATE / 100)
                                    - (WS-RUN-CCYY * 100)
               IF WS-RUN-MONTH > 9
                   MOVE WS-RUN-CCYY TO WS-FFY
               ELSE
                   COMPUTE WS-FFY = WS-RUN-CCYY - 1
               END-IF
           END-IF
           COMPUTE WS-FFY-FROM = ((WS-FFY - 1) * 10000) + 1001
           COMPUTE WS-FFY-THRU = (WS-FFY * 10000) + 0930
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCD228 - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           PERFORM 1100-CLEAR-COUNTS THRU 1100-EXIT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > 11
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-DETAIL-FILE
           OPEN OUTPUT PCD-REPORT-FILE.
       1000-EXIT.
           EXIT.
       1100-CLEAR-COUNTS.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 8
               MOVE ZERO TO WS-CT-COUNT (WS-RPT-SUB WS-BAND-SUB)
           END-PERFORM.
       1100-EXIT.
           EXIT.
       1200-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-CLAIMS -- SORT INPUT PROCEDURE.  A LINE'S FB AND F5 *
      **   FOLLOW ITS F0, SO A LINE IS SETTLED WHEN THE NEXT LINE OR THE *
      **   END OF THE CLAIM ARRIVES, AND THE CLAIM AT ITS X0 (OR         *
      **   WHATEVER ENDS IT).                                            *
      **----------------------------------------------------------------*
       2000-SCAN-CLAIMS.
           PERFORM 1200-READ-CLAIM-FILE THRU 1200-EXIT
           PERFORM 2100-PROCESS-RECORD  THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-RELEASE-CLAIM   THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
               WHEN B0-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
                   IF B0-DENTAL-BATCH
                    OR B0-DENTAL-ENCOUNTERS
                       SET WS-DENTAL-BATCH TO TRUE
                   ELSE
                       MOVE 'N' TO WS-DENTAL-BATCH-SW
                   END-IF
               WHEN C0-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
                   PERFORM 2200-START-CLAIM   THRU 2200-EXIT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND NOT WS-FIRST-D0-SEEN
                       SET WS-FIRST-D0-SEEN TO TRUE
                       IF D0-MEDICAID
                           SET WS-MEDICAID-CLAIM TO TRUE
                       END-IF
                   END-IF
               WHEN EQ-REC
                   IF WS-CLAIM-OPEN
                       PERFORM 2300-CHECK-REFERRAL THRU 2300-EXIT
                           VARYING WS-EQ-SUB FROM 1 BY 1
                           UNTIL WS-EQ-SUB > 3
                   END-IF
               WHEN F0-REC
                   PERFORM 2900-SETTLE-LINE THRU 2900-EXIT
                   IF WS-CLAIM-OPEN
                       PERFORM 2400-START-LINE THRU 2400-EXIT
                   END-IF
               WHEN F5-REC
                   IF WS-LINE-IN-YEAR
                       PERFORM 2500-CHECK-TOOTH THRU 2500-EXIT
                           VARYING WS-TOOTH-SUB FROM 1 BY 1
                           UNTIL WS-TOOTH-SUB > 18
                   END-IF
               WHEN FB-REC
                   IF WS-LINE-IN-YEAR
                       MOVE FB-EPSDT-IND TO WS-LINE-EPSDT-IND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1200-READ-CLAIM-FILE THRU 1200-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-START-CLAIM -- AGE IS TAKEN AT THE END OF THE FISCAL     *
      **   YEAR, AS CMS-416 GROUPS IT.  A CHILD WITH NO USABLE BIRTH     *
      **   DATE CANNOT BE PLACED IN A GROUP AND IS LEFT OUT.             *
      **----------------------------------------------------------------*
       2200-START-CLAIM.
           MOVE 'N'    TO WS-CLAIM-SWITCH
                          WS-FIRST-D0-SWITCH
                          WS-MEDICAID-SWITCH
                          WS-IN-YEAR-SWITCH
                          WS-LINE-SWITCH
           ADD 1 TO WS-CLAIMS-READ
           IF C0-PAT-BIRTH-DATE-X NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           MOVE C0-PAT-BIRTH-DATE-X TO WS-BIRTH-DATE
           COMPUTE WS-BIRTH-CCYY = WS-BIRTH-DATE / 10000
           COMPUTE WS-BIRTH-MMDD = WS-BIRTH-DATE
                                 - (WS-BIRTH-CCYY * 10000)
           COMPUTE WS-AGE = WS-FFY - WS-BIRTH-CCYY
           IF WS-BIRTH-MMDD > 0930
               SUBTRACT 1 FROM WS-AGE
           END-IF
           IF WS-AGE < ZERO
            OR WS-AGE > 20
               GO TO 2200-EXIT
           END-IF
           SET WS-CLAIM-OPEN TO TRUE
           MOVE SPACES              TO WS-CLAIM-SUMMARY
           MOVE ZERO                TO WS-CS-SCREENS
           MOVE C0-PAT-L-NAME       TO WS-CS-L-NAME
           MOVE C0-PAT-F-NAME       TO WS-CS-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO WS-CS-BIRTH-DATE
           MOVE C0-PAT-SEX          TO WS-CS-SEX
           MOVE 'N' TO WS-CS-REFERRED
                       WS-CS-DENTAL-ANY
                       WS-CS-DENTAL-PREV
                       WS-CS-DENTAL-TREAT
                       WS-CS-DENTAL-SEALANT
                       WS-CS-DENTAL-DIAG
                       WS-CS-ORAL-NON-DENTIST.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-CHECK-REFERRAL -- THE 837 CRC EPSDT REFERRAL (CATEGORY   *
      **   ZZ): CONDITION ST (NEW SERVICES REQUESTED) OR S2 (UNDER       *
      **   TREATMENT) IS A REFERRAL; AV AND NU ARE NOT.                  *
      **----------------------------------------------------------------*
       2300-CHECK-REFERRAL.
           IF EQ-CERTIFICATION-CATEGORY (WS-EQ-SUB) NOT = 'ZZ'
            OR EQ-CERT-CONDITION-IND (WS-EQ-SUB) NOT = 'Y'
               GO TO 2300-EXIT
           END-IF
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > 5
               IF EQ-CONDITION-CODE (WS-EQ-SUB WS-CC-SUB) = 'ST'
                OR EQ-CONDITION-CODE (WS-EQ-SUB WS-CC-SUB) = 'S2'
                   MOVE 'Y' TO WS-CS-REFERRED
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.
       2400-START-LINE.
           MOVE 'N'    TO WS-LINE-SWITCH
                          WS-MOLAR-SWITCH
           MOVE SPACES TO WS-LINE-EPSDT-IND
           IF F0-FROM-DATE-X NOT NUMERIC
               GO TO 2400-EXIT
           END-IF
           MOVE F0-FROM-DATE-X TO WS-LINE-DOS
           IF WS-LINE-DOS < WS-FFY-FROM
            OR WS-LINE-DOS > WS-FFY-THRU
               GO TO 2400-EXIT
           END-IF
           SET WS-LINE-IN-YEAR TO TRUE
           MOVE F0-PROC-CODE TO WS-LINE-PROC
           MOVE F0-TOOTH-1   TO WS-LINE-TOOTH
           IF WS-PERMANENT-MOLAR
               SET WS-LINE-ON-MOLAR TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.
       2500-CHECK-TOOTH.
           MOVE F5-TOOTH-NUMBER (WS-TOOTH-SUB) TO WS-LINE-TOOTH
           IF WS-PERMANENT-MOLAR
               SET WS-LINE-ON-MOLAR TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2900-SETTLE-LINE -- A SCREEN IS A PERIODIC OR INTERPERIODIC   *
      **   PREVENTIVE VISIT BILLED WITH THE EPSDT INDICATOR.  CDT CODES  *
      **   COUNT AS DENTAL SERVICES IN A DENTAL BATCH (BY OR UNDER A     *
      **   DENTIST) AND AS ORAL HEALTH BY A NON-DENTIST ANYWHERE ELSE.   *
      **----------------------------------------------------------------*
       2900-SETTLE-LINE.
           IF NOT WS-LINE-IN-YEAR
               GO TO 2900-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-SWITCH
           SET WS-CLAIM-IN-YEAR TO TRUE
           IF WS-SCREENING-CODE
              AND WS-LINE-EPSDT-IND = 'Y'
               ADD 1 TO WS-CS-SCREENS
           END-IF
           IF WS-LINE-PROC (1:1) NOT = 'D'
            OR WS-LINE-PROC (2:4) NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           IF NOT WS-DENTAL-BATCH
               MOVE 'Y' TO WS-CS-ORAL-NON-DENTIST
               GO TO 2900-EXIT
           END-IF
           MOVE 'Y' TO WS-CS-DENTAL-ANY
           EVALUATE TRUE
               WHEN WS-DENTAL-DIAG-CODE
                   MOVE 'Y' TO WS-CS-DENTAL-DIAG
               WHEN WS-DENTAL-PREV-CODE
                   MOVE 'Y' TO WS-CS-DENTAL-PREV
               WHEN WS-DENTAL-TREAT-CODE
                   MOVE 'Y' TO WS-CS-DENTAL-TREAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SEALANT-CODE
              AND WS-LINE-ON-MOLAR
               MOVE 'Y' TO WS-CS-DENTAL-SEALANT
           END-IF.
       2900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-RELEASE-CLAIM -- A MEDICAID-PRIMARY CLAIM WITH SERVICE   *
      **   IN THE YEAR.  THE PERSON INDEX GIVES THE PERSON; A PATIENT    *
      **   NOT ON IT IS COUNTED BY THE MATCH KEY AND LISTED.             *
      **----------------------------------------------------------------*
       3000-RELEASE-CLAIM.
           PERFORM 2900-SETTLE-LINE THRU 2900-EXIT
           IF NOT WS-CLAIM-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
           IF NOT WS-MEDICAID-CLAIM
            OR NOT WS-CLAIM-IN-YEAR
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-SELECTED
           MOVE SPACES           TO SD-SORT-REC
           MOVE ZERO             TO SD-PERSON-ID
           MOVE WS-CS-L-NAME     TO PCD-EPIX-L-NAME
           MOVE WS-CS-F-NAME     TO PCD-EPIX-F-NAME
           MOVE WS-CS-BIRTH-DATE TO PCD-EPIX-BIRTH-DATE
           MOVE WS-CS-SEX        TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO SD-PERSON-ID
           ELSE
               MOVE PCD-EPIX-MATCH-KEY TO SD-MATCH-KEY
               ADD 1 TO WS-NOT-ON-INDEX
               DISPLAY 'PCD228 - NOT ON PERSON INDEX: '
                   PCD-EPIX-MATCH-KEY
           END-IF
           MOVE WS-CS-L-NAME           TO SD-L-NAME
           MOVE WS-CS-F-NAME           TO SD-F-NAME
           MOVE WS-CS-BIRTH-DATE       TO SD-BIRTH-DATE
           MOVE WS-CS-SEX              TO SD-SEX
           MOVE WS-AGE                 TO SD-AGE
           MOVE WS-CS-SCREENS          TO SD-SCREENS
           MOVE WS-CS-REFERRED         TO SD-REFERRED
           MOVE WS-CS-DENTAL-ANY       TO SD-DENTAL-ANY
           MOVE WS-CS-DENTAL-PREV      TO SD-DENTAL-PREV
           MOVE WS-CS-DENTAL-TREAT     TO SD-DENTAL-TREAT
           MOVE WS-CS-DENTAL-SEALANT   TO SD-DENTAL-SEALANT
           MOVE WS-CS-DENTAL-DIAG      TO SD-DENTAL-DIAG
           MOVE WS-CS-ORAL-NON-DENTIST TO SD-ORAL-NON-DENTIST
           RELEASE SD-SORT-REC.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-COUNT-PERSONS -- SORT OUTPUT PROCEDURE.  EACH CHILD'S    *
      **   CLAIMS ARE FOLDED INTO ONE PERSON, WHO IS WRITTEN TO THE      *
      **   DETAIL FILE AND COUNTED ONCE ON EACH LINE QUALIFIED FOR.      *
      **----------------------------------------------------------------*
       4000-COUNT-PERSONS.
           MOVE SPACES TO WS-PS-KEY
           PERFORM 4100-RETURN-SORT THRU 4100-EXIT
           PERFORM 4200-PROCESS-CLAIM THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           PERFORM 4500-FINISH-PERSON THRU 4500-EXIT.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PROCESS-CLAIM.
           IF SD-PERSON-KEY NOT = WS-PS-KEY
               PERFORM 4500-FINISH-PERSON THRU 4500-EXIT
               PERFORM 4300-START-PERSON  THRU 4300-EXIT
           END-IF
           ADD 1          TO WS-PS-CLAIMS
           ADD SD-SCREENS TO WS-PS-SCREENS
           IF SD-REFERRED = 'Y'
               MOVE 'Y' TO WS-PS-REFERRED
           END-IF
           IF SD-DENTAL-ANY = 'Y'
               MOVE 'Y' TO WS-PS-DENTAL-ANY
                           WS-PS-ORAL-ANY
           END-IF
           IF SD-DENTAL-PREV = 'Y'
               MOVE 'Y' TO WS-PS-DENTAL-PREV
           END-IF
           IF SD-DENTAL-TREAT = 'Y'
               MOVE 'Y' TO WS-PS-DENTAL-TREAT
           END-IF
           IF SD-DENTAL-SEALANT = 'Y'
               MOVE 'Y' TO WS-PS-DENTAL-SEALANT
           END-IF
           IF SD-DENTAL-DIAG = 'Y'
               MOVE 'Y' TO WS-PS-DENTAL-DIAG
           END-IF
           IF SD-ORAL-NON-DENTIST = 'Y'
               MOVE 'Y' TO WS-PS-ORAL-NON-DENTIST
                           WS-PS-ORAL-ANY
           END-IF
           PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-START-PERSON.
           MOVE SD-PERSON-KEY  TO WS-PS-KEY
           MOVE SD-PERSON-ID   TO WS-PS-PERSON-ID
           MOVE SD-L-NAME      TO WS-PS-L-NAME
           MOVE SD-F-NAME      TO WS-PS-F-NAME
           MOVE SD-BIRTH-DATE  TO WS-PS-BIRTH-DATE
           MOVE SD-SEX         TO WS-PS-SEX
           MOVE SD-AGE         TO WS-PS-AGE
           MOVE ZERO           TO WS-PS-CLAIMS
                                  WS-PS-SCREENS
           MOVE 'N' TO WS-PS-REFERRED
                       WS-PS-DENTAL-ANY
                       WS-PS-DENTAL-PREV
                       WS-PS-DENTAL-TREAT
                       WS-PS-DENTAL-SEALANT
                       WS-PS-DENTAL-DIAG
                       WS-PS-ORAL-NON-DENTIST
                       WS-PS-ORAL-ANY.
       4300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-FINISH-PERSON -- LINE 10 IS A REFERRAL MADE AT A SCREEN; *
      **   LINE 12D IS REPORTED FOR THE 6-9 AND 10-14 GROUPS ONLY.       *
      **----------------------------------------------------------------*
       4500-FINISH-PERSON.
           IF WS-PS-KEY = SPACES
               GO TO 4500-EXIT
           END-IF
           MOVE 1 TO WS-BAND-SUB
           PERFORM UNTIL WS-BAND-SUB = 7
                      OR WS-PS-AGE NOT > WS-AB-MAX-AGE (WS-BAND-SUB)
               ADD 1 TO WS-BAND-SUB
           END-PERFORM
           MOVE 1 TO WS-RPT-SUB
           PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           IF WS-PS-SCREENS > ZERO
               ADD WS-PS-SCREENS TO WS-CT-COUNT (2 WS-BAND-SUB)
                                    WS-CT-COUNT (2 8)
               MOVE 3 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
               IF WS-PS-REFERRED = 'Y'
                   MOVE 4 TO WS-RPT-SUB
                   PERFORM 4600-COUNT-ONE THRU 4600-EXIT
               END-IF
           END-IF
           IF WS-PS-DENTAL-ANY = 'Y'
               MOVE 5 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-DENTAL-PREV = 'Y'
               MOVE 6 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-DENTAL-TREAT = 'Y'
               MOVE 7 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-DENTAL-SEALANT = 'Y'
              AND (WS-BAND-SUB = 4 OR WS-BAND-SUB = 5)
               MOVE 8 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-DENTAL-DIAG = 'Y'
               MOVE 9 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-ORAL-NON-DENTIST = 'Y'
               MOVE 10 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           IF WS-PS-ORAL-ANY = 'Y'
               MOVE 11 TO WS-RPT-SUB
               PERFORM 4600-COUNT-ONE THRU 4600-EXIT
           END-IF
           MOVE SPACES                 TO FD-DETAIL-REC
           MOVE WS-FFY                 TO FD-DT-FFY
           MOVE WS-PS-PERSON-ID        TO FD-DT-PERSON-ID
           MOVE WS-PS-L-NAME           TO FD-DT-L-NAME
           MOVE WS-PS-F-NAME           TO FD-DT-F-NAME
           MOVE WS-PS-BIRTH-DATE       TO FD-DT-BIRTH-DATE
           MOVE WS-PS-SEX              TO FD-DT-SEX
           MOVE WS-PS-AGE              TO FD-DT-AGE
           MOVE WS-AB-LABEL (WS-BAND-SUB) TO FD-DT-AGE-BAND
           MOVE WS-PS-CLAIMS           TO FD-DT-CLAIMS
           MOVE WS-PS-SCREENS          TO FD-DT-SCREENS
           MOVE WS-PS-REFERRED         TO FD-DT-REFERRED
           MOVE WS-PS-DENTAL-ANY       TO FD-DT-DENTAL-ANY
           MOVE WS-PS-DENTAL-PREV      TO FD-DT-DENTAL-PREV
           MOVE WS-PS-DENTAL-TREAT     TO FD-DT-DENTAL-TREAT
           MOVE WS-PS-DENTAL-SEALANT   TO FD-DT-DENTAL-SEALANT
           MOVE WS-PS-DENTAL-DIAG      TO FD-DT-DENTAL-DIAG
           MOVE WS-PS-ORAL-NON-DENTIST TO FD-DT-ORAL-NON-DENTIST
           MOVE WS-PS-ORAL-ANY         TO FD-DT-ORAL-ANY
           WRITE FD-DETAIL-REC
           ADD 1 TO WS-PERSONS-WRITTEN
           MOVE SPACES TO WS-PS-KEY.
       4500-EXIT.
           EXIT.
       4600-COUNT-ONE.
           ADD 1 TO WS-CT-COUNT (WS-RPT-SUB WS-BAND-SUB)
                    WS-CT-COUNT (WS-RPT-SUB 8).
       4600-EXIT.
           EXIT.
       5000-PRINT-REPORT.
           MOVE WS-FFY      TO WS-H1-FFY
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > 11.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-LINE.
           MOVE WS-RL-LINE-NO (WS-RPT-SUB) TO WS-D-LINE-NO
           MOVE WS-RL-LABEL   (WS-RPT-SUB) TO WS-D-LABEL
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 8
               MOVE SPACES TO WS-D-COLUMN (WS-BAND-SUB)
               MOVE WS-CT-COUNT (WS-RPT-SUB WS-BAND-SUB)
                   TO WS-D-COUNT (WS-BAND-SUB)
           END-PERFORM
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       5100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-DETAIL-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD228 - FEDERAL FISCAL YEAR:     ' WS-FFY
           DISPLAY 'PCD228 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD228 - CLAIMS SELECTED:         '
               WS-CLAIMS-SELECTED
           DISPLAY 'PCD228 - CLAIMS NOT ON INDEX:     ' WS-NOT-ON-INDEX
           DISPLAY 'PCD228 - CHILDREN WRITTEN:        '
               WS-PERSONS-WRITTEN.
       9000-EXIT.
           EXIT.
