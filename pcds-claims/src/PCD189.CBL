      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD189           SYSTEM: PCDS                     *
      **    PAPER CLAIM PRINT (CMS-1500 AND ADA 2019)                  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  PRINTS THE CLAIMS  *
      **                          PCD101 DROPPED TO PAPER FOR          *
      **                          RECEIVERS FLAGGED PAPER-ONLY ON      *
      **                          PCDXMTP.  PROFESSIONAL BATCHES PRINT *
      **                          ON THE CMS-1500 (02/12), DENTAL      *
      **                          BATCHES ON THE ADA 2019 FORM, AS     *
      **                          66-LINE PRINT IMAGES ON PCDFORMS FOR *
      **                          PRE-PRINTED RED-INK STOCK; CLAIMS    *
      **                          WITH MORE LINES THAN ONE FORM HOLDS  *
      **                          CONTINUE ON FURTHER PAGES WITH THE   *
      **                          TOTAL ON THE LAST.  EACH CLAIM       *
      **                          MAILED IS LOGGED ON PCDPRTL          *
      **                          (REPRINTS UPDATE THE ROW) AND LISTED *
      **                          ON THE PCDPRRG REGISTER.  PHARMACY   *
      **                          AND INSTITUTIONAL BATCHES HAVE NO    *
      **                          FORM HERE AND RAISE A PCDALRTQ       *
      **                          ALERT.                               *
      ** RTC    10/15/26          THE LAST-PAGE TOTALS ARE THE ELSE   *
      **                          OF THE CONTINUED TEST; THE          *
      **                          4100-WRITE LABEL IS GONE.           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD189.
       AUTHOR.        BATCH SCHEDULING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PAPER-FILE     ASSIGN TO PCDPAPR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PRTL-MASTER    ASSIGN TO PCDPRTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRTL-PAT-CNTL-NO
               FILE STATUS IS WS-PRTL-FILE-STATUS.
           SELECT PCD-FORM-FILE      ASSIGN TO PCDFORMS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ALERT-FILE     ASSIGN TO PCDALRTQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDPRRG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PAPER-FILE
           RECORDING MODE IS F.
       01  PCD-PAPER-RECORD           PIC X(192).
       FD  PCD-PRTL-MASTER.
       COPY PCDPRTL.
       FD  PCD-FORM-FILE
           RECORDING MODE IS F.
       01  PCD-FORM-LINE              PIC X(085).
       FD  PCD-ALERT-FILE
           RECORDING MODE IS F.
       01  FD-ALERT-REC               PIC X(128).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDALRT.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-IN-CLAIM-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-IN-CLAIM                         VALUE 'Y'.
       77  WS-PRTL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PRTL-FOUND                       VALUE '00'.
       77  WS-FORM-TYPE-SW             PIC X(001)  VALUE SPACES.
           88  WS-FORM-CMS-1500                    VALUE 'M'.
           88  WS-FORM-ADA-2019                    VALUE 'D'.
           88  WS-FORM-NONE                        VALUE 'N'.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-BILLING-NPI              PIC X(010)  VALUE SPACES.
       77  WS-PAT-CNTL-NO              PIC X(020)  VALUE SPACES.
       77  WS-PATIENT-NAME             PIC X(030)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-PAYOR-NAME               PIC X(030)  VALUE SPACES.
       77  WS-EMER-IND                 PIC X(001)  VALUE SPACES.
       77  WS-NAME-WORK                PIC X(040)  VALUE SPACES.
       77  WS-CSZ-WORK                 PIC X(035)  VALUE SPACES.
       77  WS-RESULT                   PIC X(020)  VALUE SPACES.
       77  WS-D0-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-D2-COUNT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAGE-LINE                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAGE-NO                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAGE-TOTAL               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-ROW                      PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAYER-ROW                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAYER-COL                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PTR-SUB                  PIC 9(001)  COMP  VALUE ZERO.
       77  WS-PRINT-COUNT              PIC 9(003)  VALUE ZERO.
       77  WS-CLAIM-CHARGES            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIM-PAID               PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CMS-PRINTED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ADA-PRINTED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-REPRINTED                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-PRINTED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAGES-PRINTED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALERT-COUNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PRINTED-DOLLARS          PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-NOT-PRINTED-DOLLARS      PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   DIAGNOSIS POINTERS PRINT AS LETTERS (1-4 = A-D) ON BOTH       *
      **   FORMS.                                                        *
      **----------------------------------------------------------------*
       01  WS-PTR-LETTERS              PIC X(004)  VALUE 'ABCD'.
       01  WS-PTR-WORK.
           05  WS-PTR-IN               PIC X(004).
           05  WS-PTR-IN-X REDEFINES WS-PTR-IN.
               10  WS-PTR-IN-CHAR      OCCURS 4 TIMES
                                       PIC X(001).
           05  WS-PTR-IN-9 REDEFINES WS-PTR-IN.
               10  WS-PTR-IN-DIGIT     OCCURS 4 TIMES
                                       PIC 9(001).
           05  WS-PTR-OUT              PIC X(004).
       01  WS-DATE-EDIT-AREA.
           05  WS-DE-IN                PIC X(008).
           05  WS-DE-IN-R REDEFINES WS-DE-IN.
               10  WS-DE-CC            PIC X(002).
               10  WS-DE-YY            PIC X(002).
               10  WS-DE-MM            PIC X(002).
               10  WS-DE-DD            PIC X(002).
           05  WS-DE-LONG.
               10  WS-DL-MM            PIC X(002).
               10  FILLER              PIC X(001)  VALUE SPACE.
               10  WS-DL-DD            PIC X(002).
               10  FILLER              PIC X(001)  VALUE SPACE.
               10  WS-DL-CC            PIC X(002).
               10  WS-DL-YY            PIC X(002).
           05  WS-DE-SHORT.
               10  WS-DS-MM            PIC X(002).
               10  FILLER              PIC X(001)  VALUE SPACE.
               10  WS-DS-DD            PIC X(002).
               10  FILLER              PIC X(001)  VALUE SPACE.
               10  WS-DS-YY            PIC X(002).
           05  WS-DE-SLASH.
               10  WS-DH-MM            PIC X(002).
               10  FILLER              PIC X(001)  VALUE '/'.
               10  WS-DH-DD            PIC X(002).
               10  FILLER              PIC X(001)  VALUE '/'.
               10  WS-DH-CC            PIC X(002).
               10  WS-DH-YY            PIC X(002).
           05  WS-DATE-LONG            PIC X(010).
           05  WS-DATE-SHORT           PIC X(008).
           05  WS-DATE-SLASH           PIC X(010).
      **----------------------------------------------------------------*
      **   MONEY PRINTS DOLLARS AND CENTS EITHER SIDE OF THE FORM'S      *
      **   RED DIVIDER -- NO DECIMAL POINT, NO DOLLAR SIGN.              *
      **----------------------------------------------------------------*
       01  WS-MONEY-AREA.
           05  WS-MONEY-IN             PIC 9(007)V99.
           05  WS-MONEY-IN-R REDEFINES WS-MONEY-IN.
               10  WS-MI-DOLLARS       PIC 9(007).
               10  WS-MI-CENTS         PIC 9(002).
           05  WS-MONEY-EDIT.
               10  WS-ME-DOLLARS       PIC Z(005)9.
               10  FILLER              PIC X(001)  VALUE SPACE.
               10  WS-ME-CENTS         PIC 9(002).
       01  WS-PHONE-EDIT.
           05  FILLER                  PIC X(001)  VALUE '('.
           05  WS-PH-AREA              PIC X(003).
           05  FILLER                  PIC X(002)  VALUE ') '.
           05  WS-PH-NUMBER            PIC X(007).
       01  WS-UNITS-CMS                PIC ZZ9.
       01  WS-UNITS-ADA                PIC Z9.
       01  WS-PAGE-LABEL.
           05  FILLER                  PIC X(005)  VALUE 'PAGE '.
           05  WS-PL-PAGE              PIC Z9.
           05  FILLER                  PIC X(004)  VALUE ' OF '.
           05  WS-PL-TOTAL             PIC Z9.
      **----------------------------------------------------------------*
      **   SERVICE LINES OF THE CLAIM IN HAND, HELD UNTIL ITS X0 SO THE  *
      **   PAGE COUNT IS KNOWN BEFORE THE FIRST PAGE IS PRINTED.         *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-LN-FROM-DATE     PIC X(008).
               10  WS-LN-THRU-DATE     PIC X(008).
               10  WS-LN-POS           PIC X(002).
               10  WS-LN-PROC          PIC X(005).
               10  WS-LN-MODS          PIC X(008).
               10  WS-LN-PTRS          PIC X(004).
               10  WS-LN-CHARGE        PIC S9(006)V99.
               10  WS-LN-UNITS         PIC 9(014)V9.
               10  WS-LN-NDC           PIC X(011).
               10  WS-LN-CAVITY        PIC X(002).
               10  WS-LN-TOOTH         PIC X(002).
               10  WS-LN-SURFACE       PIC X(005).
               10  WS-LN-PROSTH        PIC X(001).
               10  WS-LN-PRIOR-DATE    PIC X(008).
      **----------------------------------------------------------------*
      **   PRINT IMAGE: 66 LINES AT 6 LPI, 85 COLUMNS AT 10 CPI.  THE    *
      **   BATCH PAGE HOLDS THE BILLING-PROVIDER BOXES FROM THE B0; THE  *
      **   CLAIM PAGE ADDS THE C0/D0/D2/E0 BOXES; EACH PRINTED PAGE IS   *
      **   THE CLAIM PAGE PLUS ITS SHARE OF THE SERVICE LINES.           *
      **----------------------------------------------------------------*
       01  WS-OUT-PAGE.
           05  WS-OUT-LINE OCCURS 66 TIMES
                                       PIC X(085).
       01  WS-BATCH-PAGE               PIC X(5610).
       01  WS-CLAIM-PAGE               PIC X(5610).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD189 - PAPER CLAIM PRINT REGISTER              '.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' F  PATIENT CONTROL NO PATIENT                    '.
           05  FILLER                  PIC X(050)  VALUE
               '     PAYER  PAYER NAME       LINES PGS         CHA'.
           05  FILLER                  PIC X(032)  VALUE
               'RGES PRT#  RESULT               '.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-FORM               PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PATIENT            PIC X(030).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-NAME         PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-LINES              PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAGES              PIC Z9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CHARGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PRINT-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(020).
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(073)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-PAPER-FILE
           OPEN I-O    PCD-PRTL-MASTER
           OPEN OUTPUT PCD-FORM-FILE
           OPEN EXTEND PCD-ALERT-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-PAPER-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PAPER-FILE.
           READ PCD-PAPER-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- PCD101 WRITES WHOLE BATCHES (B0 THRU  *
      **   Y0) TO PCDPAPR.  EACH CLAIM IS BUILT FROM ITS C0 TO ITS X0.   *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN B0-REC
                   PERFORM 3000-START-BATCH      THRU 3000-EXIT
               WHEN C0-REC
                   PERFORM 3100-START-CLAIM      THRU 3100-EXIT
               WHEN D0-REC AND WS-IN-CLAIM
                   PERFORM 3200-PAYER            THRU 3200-EXIT
               WHEN D2-REC AND WS-IN-CLAIM
                   PERFORM 3300-PAYER-ADDRESS    THRU 3300-EXIT
               WHEN E0-REC AND WS-IN-CLAIM
                   PERFORM 3400-CLAIM-DATA       THRU 3400-EXIT
               WHEN F0-REC AND WS-IN-CLAIM
                   PERFORM 3500-SAVE-LINE        THRU 3500-EXIT
               WHEN X0-CLAIM-TRAILER-REC AND WS-IN-CLAIM
                   PERFORM 4000-FINISH-CLAIM     THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-PAPER-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-START-BATCH -- THE BATCH TYPE PICKS THE FORM: DENTAL     *
      **   BATCHES PRINT ON THE ADA 2019 CLAIM FORM, PROFESSIONAL        *
      **   BATCHES ON THE CMS-1500 (02/12).  PHARMACY AND INSTITUTIONAL  *
      **   CLAIMS HAVE NO FORM HERE -- THEY ARE LISTED, NOT MAILED, AND  *
      **   RAISE A CRITICAL ALERT.                                       *
      **----------------------------------------------------------------*
       3000-START-BATCH.
           MOVE B0-BATCH-TYPE  TO WS-BATCH-TYPE
           MOVE B0-BATCH-NUM-X TO WS-BATCH-NUM
           MOVE B0-NPI         TO WS-BILLING-NPI
           MOVE 'N'            TO WS-IN-CLAIM-SWITCH
           MOVE SPACES         TO WS-OUT-PAGE
           EVALUATE TRUE
               WHEN B0-DENTAL-BATCH
               WHEN B0-DENTAL-ENCOUNTERS
                   SET WS-FORM-ADA-2019 TO TRUE
                   MOVE 10 TO WS-LINES-PER-PAGE
                   MOVE 8  TO WS-PAYER-ROW
                   MOVE 3  TO WS-PAYER-COL
                   PERFORM 3050-PLACE-ADA-PROVIDER THRU 3050-EXIT
               WHEN B0-PHARMACY-BATCH
               WHEN B0-INSTITUTIONAL-BATCH
                   SET WS-FORM-NONE TO TRUE
                   PERFORM 3700-ALERT-NO-FORM THRU 3700-EXIT
               WHEN OTHER
                   SET WS-FORM-CMS-1500 TO TRUE
                   MOVE 6  TO WS-LINES-PER-PAGE
                   MOVE 1  TO WS-PAYER-ROW
                   MOVE 50 TO WS-PAYER-COL
                   PERFORM 3010-PLACE-CMS-PROVIDER THRU 3010-EXIT
           END-EVALUATE
           MOVE WS-OUT-PAGE TO WS-BATCH-PAGE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3010-PLACE-CMS-PROVIDER -- BOXES 25, 31, 33 AND 33A.          *
      **----------------------------------------------------------------*
       3010-PLACE-CMS-PROVIDER.
           MOVE B0-FEDERAL-TAX-NUM-X TO WS-OUT-LINE (53) (2:9)
           IF B0-SOCIAL-SECURITY-NUM
               MOVE 'X' TO WS-OUT-LINE (53) (17:1)
           ELSE
               MOVE 'X' TO WS-OUT-LINE (53) (19:1)
           END-IF
           MOVE 'SIGNATURE ON FILE' TO WS-OUT-LINE (57) (2:17)
           MOVE WS-RUN-DATE TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-LONG TO WS-OUT-LINE (58) (2:10)
           IF B0-BP-PHONE-X NOT = SPACES
            AND B0-BP-PHONE-X NOT = ZEROS
               MOVE B0-BP-PHONE-X (1:3) TO WS-PH-AREA
               MOVE B0-BP-PHONE-X (4:7) TO WS-PH-NUMBER
               MOVE WS-PHONE-EDIT TO WS-OUT-LINE (54) (67:13)
           END-IF
           PERFORM 8300-PROVIDER-NAME THRU 8300-EXIT
           MOVE WS-NAME-WORK    TO WS-OUT-LINE (55) (50:30)
           MOVE B0-BP-ADDRESS-1 TO WS-OUT-LINE (56) (50:25)
           MOVE WS-CSZ-WORK     TO WS-OUT-LINE (57) (50:30)
           MOVE B0-NPI          TO WS-OUT-LINE (59) (51:10).
       3010-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3050-PLACE-ADA-PROVIDER -- BOXES 48 THRU 57.  THE BILLING     *
      **   DENTIST IS ALSO THE TREATING DENTIST.                         *
      **----------------------------------------------------------------*
       3050-PLACE-ADA-PROVIDER.
           PERFORM 8300-PROVIDER-NAME THRU 8300-EXIT
           MOVE WS-NAME-WORK         TO WS-OUT-LINE (59) (3:30)
           MOVE B0-BP-ADDRESS-1      TO WS-OUT-LINE (60) (3:25)
           MOVE WS-CSZ-WORK          TO WS-OUT-LINE (61) (3:30)
           MOVE B0-NPI               TO WS-OUT-LINE (63) (3:10)
           MOVE B0-DENTIST-LIC-NO    TO WS-OUT-LINE (63) (17:9)
           MOVE B0-FEDERAL-TAX-NUM-X TO WS-OUT-LINE (63) (31:9)
           IF B0-BP-PHONE-X NOT = SPACES
            AND B0-BP-PHONE-X NOT = ZEROS
               MOVE B0-BP-PHONE-X (1:3) TO WS-PH-AREA
               MOVE B0-BP-PHONE-X (4:7) TO WS-PH-NUMBER
               MOVE WS-PHONE-EDIT TO WS-OUT-LINE (64) (3:13)
           END-IF
           MOVE 'SIGNATURE ON FILE'  TO WS-OUT-LINE (59) (45:17)
           MOVE WS-RUN-DATE TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-SLASH        TO WS-OUT-LINE (59) (70:10)
           MOVE B0-NPI               TO WS-OUT-LINE (61) (45:10)
           MOVE B0-DENTIST-LIC-NO    TO WS-OUT-LINE (61) (62:9)
           MOVE B0-BP-SPEC-CD        TO WS-OUT-LINE (61) (75:3)
           MOVE B0-BP-ADDRESS-1      TO WS-OUT-LINE (63) (45:25)
           MOVE WS-CSZ-WORK          TO WS-OUT-LINE (64) (45:30).
       3050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-START-CLAIM -- PATIENT BOXES FROM THE C0.                *
      **----------------------------------------------------------------*
       3100-START-CLAIM.
           SET WS-IN-CLAIM TO TRUE
           ADD 1 TO WS-CLAIMS-READ
           MOVE WS-BATCH-PAGE   TO WS-OUT-PAGE
           MOVE ZERO            TO WS-D0-COUNT
                                   WS-D2-COUNT
                                   WS-LINE-COUNT
           MOVE SPACES          TO WS-PAYOR-ID
                                   WS-PAYOR-NAME
                                   WS-EMER-IND
           MOVE C0-PAT-CNTL-NUM TO WS-PAT-CNTL-NO
           MOVE SPACES          TO WS-NAME-WORK
           STRING C0-PAT-L-NAME DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  C0-PAT-F-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  C0-PAT-M-INIT DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK    TO WS-PATIENT-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           EVALUATE TRUE
               WHEN WS-FORM-CMS-1500
                   PERFORM 3110-PLACE-CMS-PATIENT THRU 3110-EXIT
               WHEN WS-FORM-ADA-2019
                   PERFORM 3150-PLACE-ADA-PATIENT THRU 3150-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3110-PLACE-CMS-PATIENT -- BOXES 2, 3, 5 AND 26.               *
      **----------------------------------------------------------------*
       3110-PLACE-CMS-PATIENT.
           MOVE WS-NAME-WORK   TO WS-OUT-LINE (10) (2:28)
           MOVE WS-DATE-LONG   TO WS-OUT-LINE (10) (31:10)
           IF C0-PAT-SEX = 'M'
               MOVE 'X' TO WS-OUT-LINE (10) (42:1)
           END-IF
           IF C0-PAT-SEX = 'F'
               MOVE 'X' TO WS-OUT-LINE (10) (47:1)
           END-IF
           MOVE SPACES         TO WS-NAME-WORK
           STRING C0-PAT-ADDR-1 DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  C0-PAT-ADDR2  DELIMITED BY '  '
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK   TO WS-OUT-LINE (12) (2:28)
           MOVE C0-PAT-CITY    TO WS-OUT-LINE (14) (2:15)
           MOVE C0-PAT-STATE   TO WS-OUT-LINE (14) (27:2)
           MOVE C0-PAT-ZIP     TO WS-OUT-LINE (16) (2:9)
           IF C0-PAT-TEL-NUM-X NOT = SPACES
            AND C0-PAT-TEL-NUM-X NOT = ZEROS
               MOVE C0-PAT-TEL-NUM-X (1:3) TO WS-OUT-LINE (16) (16:3)
               MOVE C0-PAT-TEL-NUM-X (4:7) TO WS-OUT-LINE (16) (21:7)
           END-IF
           MOVE C0-PAT-CNTL-NUM TO WS-OUT-LINE (53) (23:17).
       3110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3150-PLACE-ADA-PATIENT -- BOXES 20 THRU 23.                   *
      **----------------------------------------------------------------*
       3150-PLACE-ADA-PATIENT.
           MOVE WS-NAME-WORK   TO WS-OUT-LINE (20) (45:30)
           MOVE SPACES         TO WS-NAME-WORK
           STRING C0-PAT-ADDR-1 DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  C0-PAT-ADDR2  DELIMITED BY '  '
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK   TO WS-OUT-LINE (21) (45:30)
           MOVE SPACES         TO WS-CSZ-WORK
           STRING C0-PAT-CITY  DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  C0-PAT-STATE DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  C0-PAT-ZIP5  DELIMITED BY SIZE
               INTO WS-CSZ-WORK
           MOVE WS-CSZ-WORK    TO WS-OUT-LINE (22) (45:30)
           MOVE WS-DATE-SLASH  TO WS-OUT-LINE (25) (45:10)
           IF C0-PAT-SEX = 'M'
               MOVE 'X' TO WS-OUT-LINE (25) (58:1)
           END-IF
           IF C0-PAT-SEX = 'F'
               MOVE 'X' TO WS-OUT-LINE (25) (61:1)
           END-IF
           MOVE C0-PAT-CNTL-NUM TO WS-OUT-LINE (25) (64:17).
       3150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-PAYER -- THE FIRST D0 IS THE PAYER THE FORM IS MAILED    *
      **   TO; THE SECOND FILLS THE OTHER-COVERAGE BOXES.  ANY FURTHER   *
      **   PAYERS DO NOT PRINT.                                          *
      **----------------------------------------------------------------*
       3200-PAYER.
           ADD 1 TO WS-D0-COUNT
           IF WS-D0-COUNT > 2
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-NAME-WORK
           STRING D0-INS-LAST-NAME  DELIMITED BY '  '
                  ', '              DELIMITED BY SIZE
                  D0-INS-FIRST-NAME DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  D0-INS-MID-INTL   DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE D0-INSUR-BIRTH-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           IF WS-D0-COUNT = 2
               EVALUATE TRUE
                   WHEN WS-FORM-CMS-1500
                       PERFORM 3220-PLACE-CMS-OTHER THRU 3220-EXIT
                   WHEN WS-FORM-ADA-2019
                       PERFORM 3260-PLACE-ADA-OTHER THRU 3260-EXIT
               END-EVALUATE
               GO TO 3200-EXIT
           END-IF
           MOVE D0-PAYOR-ID   TO WS-PAYOR-ID
           MOVE D0-PAYOR-NAME TO WS-PAYOR-NAME
           EVALUATE TRUE
               WHEN WS-FORM-CMS-1500
                   PERFORM 3210-PLACE-CMS-INSURED THRU 3210-EXIT
               WHEN WS-FORM-ADA-2019
                   PERFORM 3250-PLACE-ADA-INSURED THRU 3250-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3210-PLACE-CMS-INSURED -- CARRIER BLOCK AND BOXES 1, 1A, 4,   *
      **   6, 7, 11, 11A, 11C, 11D, 12 AND 13.  BOX 7 REPEATS THE        *
      **   PATIENT'S ADDRESS ONLY WHEN THE PATIENT IS THE INSURED.       *
      **----------------------------------------------------------------*
       3210-PLACE-CMS-INSURED.
           MOVE D0-PAYOR-NAME TO WS-OUT-LINE (1) (50:17)
           EVALUATE TRUE
               WHEN D0-MEDICARE
                   MOVE 'X' TO WS-OUT-LINE (8) (2:1)
               WHEN D0-MEDICAID-SOP
                   MOVE 'X' TO WS-OUT-LINE (8) (9:1)
               WHEN D0-CHAMPUS
                   MOVE 'X' TO WS-OUT-LINE (8) (16:1)
               WHEN D0-VETERANS-ADMIN
                   MOVE 'X' TO WS-OUT-LINE (8) (25:1)
               WHEN D0-COMMERCIAL-INSURANCE
               WHEN D0-BC-BS
               WHEN D0-BLUE-CROSS-EMCD
               WHEN D0-HMO OF D0-PYMT-SRCE-CODE
               WHEN D0-PPO
               WHEN D0-MNGCR-NON-HMO
               WHEN D0-FEP
                   MOVE 'X' TO WS-OUT-LINE (8) (31:1)
               WHEN OTHER
                   MOVE 'X' TO WS-OUT-LINE (8) (45:1)
           END-EVALUATE
           MOVE D0-INSURED-ID TO WS-OUT-LINE (8) (50:17)
           MOVE WS-NAME-WORK  TO WS-OUT-LINE (10) (50:29)
           EVALUATE TRUE
               WHEN D0-PATIENT-IS-THE-INSURED
                   MOVE 'X' TO WS-OUT-LINE (12) (33:1)
                   MOVE WS-OUT-LINE (12) (2:28)
                                  TO WS-OUT-LINE (12) (50:28)
                   MOVE WS-OUT-LINE (14) (2:20)
                                  TO WS-OUT-LINE (14) (50:20)
                   MOVE WS-OUT-LINE (14) (27:2)
                                  TO WS-OUT-LINE (14) (75:2)
                   MOVE WS-OUT-LINE (16) (2:10)
                                  TO WS-OUT-LINE (16) (50:10)
               WHEN D0-PATIENT-IS-SPOUSE-OF-INS
                   MOVE 'X' TO WS-OUT-LINE (12) (38:1)
               WHEN D0-PATIENT-IS-CHILD-OF-INS
               WHEN D0-STEP-CHILD
               WHEN D0-FOSTER-CHILD
               WHEN D0-ADOPTED-CHILD
                   MOVE 'X' TO WS-OUT-LINE (12) (42:1)
               WHEN OTHER
                   MOVE 'X' TO WS-OUT-LINE (12) (46:1)
           END-EVALUATE
           MOVE D0-INS-GRP-PLCY-NUM TO WS-OUT-LINE (18) (50:20)
           MOVE WS-DATE-LONG        TO WS-OUT-LINE (20) (53:10)
           IF D0-INSURED-IS-MALE
               MOVE 'X' TO WS-OUT-LINE (20) (69:1)
           END-IF
           IF D0-INSURED-IS-FEMALE
               MOVE 'X' TO WS-OUT-LINE (20) (75:1)
           END-IF
           MOVE D0-INS-GROUP-NAME   TO WS-OUT-LINE (24) (50:17)
           MOVE 'X'                 TO WS-OUT-LINE (26) (57:1)
           MOVE WS-RUN-DATE TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           IF D0-RLSE-INFO-CERT-IND = 'Y'
               MOVE 'SIGNATURE ON FILE' TO WS-OUT-LINE (28) (7:17)
               MOVE WS-DATE-LONG        TO WS-OUT-LINE (28) (38:10)
           END-IF
           IF D0-BENEFITS-ASSIGNED
               MOVE 'SIGNATURE ON FILE' TO WS-OUT-LINE (28) (56:17)
           END-IF.
       3210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3220-PLACE-CMS-OTHER -- BOXES 9, 9A, 9D AND 11D (YES).        *
      **----------------------------------------------------------------*
       3220-PLACE-CMS-OTHER.
           MOVE WS-NAME-WORK        TO WS-OUT-LINE (18) (2:28)
           MOVE D0-INS-GRP-PLCY-NUM TO WS-OUT-LINE (20) (2:20)
           MOVE D0-PAYOR-NAME       TO WS-OUT-LINE (26) (2:17)
           MOVE 'X'                 TO WS-OUT-LINE (26) (52:1)
           MOVE SPACE               TO WS-OUT-LINE (26) (57:1).
       3220-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3250-PLACE-ADA-INSURED -- BOXES 3 AND 12 THRU 18, 36 AND 37.  *
      **----------------------------------------------------------------*
       3250-PLACE-ADA-INSURED.
           MOVE D0-PAYOR-NAME TO WS-OUT-LINE (8) (3:17)
           MOVE WS-NAME-WORK  TO WS-OUT-LINE (8) (45:30)
           MOVE WS-DATE-SLASH TO WS-OUT-LINE (13) (45:10)
           IF D0-INSURED-IS-MALE
               MOVE 'X' TO WS-OUT-LINE (13) (58:1)
           END-IF
           IF D0-INSURED-IS-FEMALE
               MOVE 'X' TO WS-OUT-LINE (13) (61:1)
           END-IF
           MOVE D0-INSURED-ID       TO WS-OUT-LINE (13) (64:17)
           MOVE D0-INS-GRP-PLCY-NUM TO WS-OUT-LINE (15) (45:20)
           MOVE D0-INS-GROUP-NAME   TO WS-OUT-LINE (15) (66:17)
           EVALUATE TRUE
               WHEN D0-PATIENT-IS-THE-INSURED
                   MOVE 'X' TO WS-OUT-LINE (18) (45:1)
                   MOVE WS-OUT-LINE (21) (45:30)
                                  TO WS-OUT-LINE (9) (45:30)
                   MOVE WS-OUT-LINE (22) (45:30)
                                  TO WS-OUT-LINE (10) (45:30)
               WHEN D0-PATIENT-IS-SPOUSE-OF-INS
                   MOVE 'X' TO WS-OUT-LINE (18) (52:1)
               WHEN D0-PATIENT-IS-CHILD-OF-INS
               WHEN D0-STEP-CHILD
               WHEN D0-FOSTER-CHILD
               WHEN D0-ADOPTED-CHILD
                   MOVE 'X' TO WS-OUT-LINE (18) (58:1)
               WHEN OTHER
                   MOVE 'X' TO WS-OUT-LINE (18) (66:1)
           END-EVALUATE
           MOVE WS-RUN-DATE TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           IF D0-RLSE-INFO-CERT-IND = 'Y'
               MOVE 'SIGNATURE ON FILE' TO WS-OUT-LINE (47) (5:17)
               MOVE WS-DATE-SLASH       TO WS-OUT-LINE (47) (30:10)
           END-IF
           IF D0-BENEFITS-ASSIGNED
               MOVE 'SIGNATURE ON FILE' TO WS-OUT-LINE (47) (50:17)
               MOVE WS-DATE-SLASH       TO WS-OUT-LINE (47) (70:10)
           END-IF.
       3250-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3260-PLACE-ADA-OTHER -- BOXES 4 THRU 9 AND 11.                *
      **----------------------------------------------------------------*
       3260-PLACE-ADA-OTHER.
           MOVE 'X'                 TO WS-OUT-LINE (13) (3:1)
           MOVE WS-NAME-WORK        TO WS-OUT-LINE (15) (3:30)
           MOVE WS-DATE-SLASH       TO WS-OUT-LINE (17) (3:10)
           IF D0-INSURED-IS-MALE
               MOVE 'X' TO WS-OUT-LINE (17) (20:1)
           END-IF
           IF D0-INSURED-IS-FEMALE
               MOVE 'X' TO WS-OUT-LINE (17) (23:1)
           END-IF
           MOVE D0-INSURED-ID       TO WS-OUT-LINE (17) (28:17)
           MOVE D0-INS-GRP-PLCY-NUM TO WS-OUT-LINE (19) (3:20)
           MOVE D0-PAYOR-NAME       TO WS-OUT-LINE (21) (3:17).
       3260-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-PAYER-ADDRESS -- THE FIRST D2 GIVES THE MAILING NAME     *
      **   AND ADDRESS FOR THE CARRIER BLOCK (ADA BOX 3).                *
      **----------------------------------------------------------------*
       3300-PAYER-ADDRESS.
           ADD 1 TO WS-D2-COUNT
           IF WS-D2-COUNT > 1
            OR WS-FORM-NONE
               GO TO 3300-EXIT
           END-IF
           MOVE WS-PAYER-ROW TO WS-ROW
           IF D2-PAYER-NAME NOT = SPACES
               MOVE D2-PAYER-NAME TO WS-PAYOR-NAME
               MOVE D2-PAYER-NAME
                   TO WS-OUT-LINE (WS-ROW) (WS-PAYER-COL:30)
           END-IF
           ADD 1 TO WS-ROW
           MOVE D2-STREET-ADDR-A
               TO WS-OUT-LINE (WS-ROW) (WS-PAYER-COL:30)
           IF D2-STREET-ADDR-B NOT = SPACES
               ADD 1 TO WS-ROW
               MOVE D2-STREET-ADDR-B
                   TO WS-OUT-LINE (WS-ROW) (WS-PAYER-COL:30)
           END-IF
           ADD 1 TO WS-ROW
           MOVE SPACES TO WS-CSZ-WORK
           STRING D2-CITY     DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  D2-STATE    DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  D2-ZIP5     DELIMITED BY SIZE
               INTO WS-CSZ-WORK
           MOVE WS-CSZ-WORK TO WS-OUT-LINE (WS-ROW) (WS-PAYER-COL:35).
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-CLAIM-DATA -- CONDITION, DATES, DIAGNOSES AND            *
      **   AUTHORIZATION FROM THE E0.                                    *
      **----------------------------------------------------------------*
       3400-CLAIM-DATA.
           MOVE E0-EMER-URG-IND TO WS-EMER-IND
           EVALUATE TRUE
               WHEN WS-FORM-CMS-1500
                   PERFORM 3410-PLACE-CMS-CLAIM THRU 3410-EXIT
               WHEN WS-FORM-ADA-2019
                   PERFORM 3450-PLACE-ADA-CLAIM THRU 3450-EXIT
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3410-PLACE-CMS-CLAIM -- BOXES 10A-C, 14, 16, 18, 21, 22, 23   *
      **   AND 27.  BOX 21'S ICD INDICATOR IS 0 FOR ICD-10 (ABK/ABF),    *
      **   9 OTHERWISE.                                                  *
      **----------------------------------------------------------------*
       3410-PLACE-CMS-CLAIM.
           IF E0-EMP-RELATED-ACCIDENT
               MOVE 'X' TO WS-OUT-LINE (20) (35:1)
           ELSE
               MOVE 'X' TO WS-OUT-LINE (20) (41:1)
           END-IF
           IF E0-AUTO-MOBILE-ACCIDENT
               MOVE 'X'                TO WS-OUT-LINE (22) (35:1)
               MOVE E0-ACC-STATE-CODE  TO WS-OUT-LINE (22) (45:2)
           ELSE
               MOVE 'X'                TO WS-OUT-LINE (22) (41:1)
           END-IF
           IF E0-NON-AUTO-MOBILE-ACCIDENT
               MOVE 'X' TO WS-OUT-LINE (24) (35:1)
           ELSE
               MOVE 'X' TO WS-OUT-LINE (24) (41:1)
           END-IF
           MOVE E0-DATE-FIRST-SYM-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           IF WS-DATE-LONG NOT = SPACES
               MOVE WS-DATE-LONG TO WS-OUT-LINE (30) (3:10)
               MOVE '431'        TO WS-OUT-LINE (30) (15:3)
           END-IF
           MOVE E0-DISABLED-FROM-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-LONG TO WS-OUT-LINE (30) (54:10)
           MOVE E0-DISABLED-THRU-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-LONG TO WS-OUT-LINE (30) (68:10)
           MOVE E0-CONFINE-FROM-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-LONG TO WS-OUT-LINE (34) (54:10)
           MOVE E0-CONFINE-THRU-DATE-X TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-DATE-LONG TO WS-OUT-LINE (34) (68:10)
           IF E0-DIAG-CD-QUAL = 'ABK' OR 'ABF'
               MOVE '0' TO WS-OUT-LINE (36) (47:1)
           ELSE
               MOVE '9' TO WS-OUT-LINE (36) (47:1)
           END-IF
           MOVE E0-DIAG-CODE (1) TO WS-OUT-LINE (37) (4:8)
           MOVE E0-DIAG-CODE (2) TO WS-OUT-LINE (37) (17:8)
           MOVE E0-DIAG-CODE (3) TO WS-OUT-LINE (37) (30:8)
           MOVE E0-DIAG-CODE (4) TO WS-OUT-LINE (37) (43:8)
           IF E0-CLAIM-REF-NUM NOT = SPACES
               MOVE '7'              TO WS-OUT-LINE (36) (50:1)
               MOVE E0-CLAIM-REF-NUM TO WS-OUT-LINE (36) (62:15)
           END-IF
           MOVE E0-PRIOR-AUTH-NUM TO WS-OUT-LINE (38) (50:15)
           IF E0-PROV-ACT-ASSIGNED
               MOVE 'X' TO WS-OUT-LINE (53) (38:1)
           ELSE
               MOVE 'X' TO WS-OUT-LINE (53) (43:1)
           END-IF.
       3410-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3450-PLACE-ADA-CLAIM -- BOXES 1, 34, 34A, 39 AND 45 THRU 47.  *
      **----------------------------------------------------------------*
       3450-PLACE-ADA-CLAIM.
           IF E0-PRE-DETER-IND = 'Y'
               MOVE 'X' TO WS-OUT-LINE (3) (30:1)
           ELSE
               MOVE 'X' TO WS-OUT-LINE (3) (3:1)
           END-IF
           IF E0-DIAG-CD-QUAL = 'ABK' OR 'ABF'
               MOVE '0' TO WS-OUT-LINE (41) (20:1)
           ELSE
               MOVE '9' TO WS-OUT-LINE (41) (20:1)
           END-IF
           MOVE E0-DIAG-CODE (1) TO WS-OUT-LINE (42) (3:8)
           MOVE E0-DIAG-CODE (2) TO WS-OUT-LINE (42) (14:8)
           MOVE E0-DIAG-CODE (3) TO WS-OUT-LINE (42) (25:8)
           MOVE E0-DIAG-CODE (4) TO WS-OUT-LINE (42) (36:8)
           IF E0-ATT-TYPE-SPACES
               MOVE 'N' TO WS-OUT-LINE (51) (17:1)
           ELSE
               MOVE 'Y' TO WS-OUT-LINE (51) (17:1)
           END-IF
           IF E0-EMP-RELATED-ACCIDENT
               MOVE 'X' TO WS-OUT-LINE (55) (3:1)
           END-IF
           IF E0-NON-AUTO-MOBILE-ACCIDENT
               MOVE 'X' TO WS-OUT-LINE (55) (20:1)
           END-IF
           IF E0-AUTO-MOBILE-ACCIDENT
               MOVE 'X' TO WS-OUT-LINE (55) (33:1)
               MOVE E0-ACC-STATE-CODE TO WS-OUT-LINE (57) (20:2)
           END-IF
           IF E0-BOTH-A-OR-N
               MOVE E0-AUTO-ACC-DATE-X TO WS-DE-IN
               PERFORM 8100-EDIT-DATE THRU 8100-EXIT
               MOVE WS-DATE-SLASH TO WS-OUT-LINE (57) (3:10)
           END-IF.
       3450-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3500-SAVE-LINE -- HOLD EACH F0 FOR PAGING AT THE X0.          *
      **----------------------------------------------------------------*
       3500-SAVE-LINE.
           IF WS-LINE-COUNT = 200
               DISPLAY 'PCD189 - CLAIM ' WS-PAT-CNTL-NO
                   ' OVER 200 SERVICE LINES - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE F0-FROM-DATE-X   TO WS-LN-FROM-DATE  (WS-LINE-COUNT)
           MOVE F0-THRU-DATE-X   TO WS-LN-THRU-DATE  (WS-LINE-COUNT)
           MOVE F0-SERVICE-PLACE TO WS-LN-POS        (WS-LINE-COUNT)
           MOVE F0-PROC-CODE     TO WS-LN-PROC       (WS-LINE-COUNT)
           MOVE F0-PROC-CODE-MODIFIERS
                                 TO WS-LN-MODS       (WS-LINE-COUNT)
           MOVE F0-LINE-CHRG     TO WS-LN-CHARGE     (WS-LINE-COUNT)
           MOVE F0-SERVICE-UNIT  TO WS-LN-UNITS      (WS-LINE-COUNT)
           MOVE F0-NDC-CODE      TO WS-LN-NDC        (WS-LINE-COUNT)
           MOVE F0-ORAL-CAV-CD (1)
                                 TO WS-LN-CAVITY     (WS-LINE-COUNT)
           MOVE F0-TOOTH-1       TO WS-LN-TOOTH      (WS-LINE-COUNT)
           MOVE F0-TOOTH-1-SURF-CD
                                 TO WS-LN-SURFACE    (WS-LINE-COUNT)
           MOVE F0-PRO-CRO-INL-IND
                                 TO WS-LN-PROSTH     (WS-LINE-COUNT)
           MOVE F0-PRIOR-PLACE-DATE
                                 TO WS-LN-PRIOR-DATE (WS-LINE-COUNT)
           MOVE F0-DIAGNOSIS-CODE-POINTERS TO WS-PTR-IN
           MOVE SPACES TO WS-PTR-OUT
           PERFORM VARYING WS-PTR-SUB FROM 1 BY 1
                   UNTIL WS-PTR-SUB > 4
               IF WS-PTR-IN-CHAR (WS-PTR-SUB) NOT < '1'
                AND WS-PTR-IN-CHAR (WS-PTR-SUB) NOT > '4'
                   MOVE WS-PTR-LETTERS
                            (WS-PTR-IN-DIGIT (WS-PTR-SUB):1)
                       TO WS-PTR-OUT (WS-PTR-SUB:1)
               END-IF
           END-PERFORM
           MOVE WS-PTR-OUT TO WS-LN-PTRS (WS-LINE-COUNT).
       3500-EXIT.
           EXIT.
       3700-ALERT-NO-FORM.
           MOVE SPACES              TO PCD-ALERT-REC
           MOVE WS-BATCH-TYPE       TO PCD-ALERT-BATCH-TYPE
           MOVE WS-BATCH-NUM        TO PCD-ALERT-BATCH-NUM
           MOVE 'PAPRNF'            TO PCD-ALERT-CODE
           STRING 'NO PAPER CLAIM FORM FOR BATCH TYPE '
                   DELIMITED BY SIZE
                  WS-BATCH-TYPE DELIMITED BY SIZE
                  ' - CLAIMS NOT MAILED' DELIMITED BY SIZE
               INTO PCD-ALERT-TEXT
           SET PCD-ALERT-CRITICAL   TO TRUE
           MOVE WS-RUN-DATE         TO PCD-ALERT-DATE
           MOVE 'PCD189'            TO PCD-ALERT-SOURCE-PGM
           MOVE PCD-ALERT-REC       TO FD-ALERT-REC
           WRITE FD-ALERT-REC
           ADD 1 TO WS-ALERT-COUNT.
       3700-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-FINISH-CLAIM -- PRINT THE CLAIM ACROSS AS MANY PAGES AS  *
      **   ITS LINES NEED (6 PER CMS-1500, 10 PER ADA FORM) AND LOG THE  *
      **   MAILING.  THE X0 TOTALS PRINT ON THE LAST PAGE ONLY; EARLIER  *
      **   PAGES SAY CONTINUED IN THE TOTAL BOX.                         *
      **----------------------------------------------------------------*
       4000-FINISH-CLAIM.
           MOVE 'N'               TO WS-IN-CLAIM-SWITCH
           MOVE X0-CLAIM-TOT-CHRG TO WS-CLAIM-CHARGES
           MOVE X0-PAT-PAID       TO WS-CLAIM-PAID
           IF WS-FORM-NONE
               ADD 1 TO WS-NOT-PRINTED
               ADD WS-CLAIM-CHARGES TO WS-NOT-PRINTED-DOLLARS
               MOVE ZERO TO WS-PAGE-TOTAL
                            WS-PRINT-COUNT
               MOVE 'NOT MAILED - NO FORM' TO WS-RESULT
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF
           IF WS-FORM-ADA-2019
               PERFORM 4050-PLACE-ADA-TREATMENT THRU 4050-EXIT
           END-IF
           COMPUTE WS-PAGE-TOTAL =
               (WS-LINE-COUNT + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           IF WS-PAGE-TOTAL = ZERO
               MOVE 1 TO WS-PAGE-TOTAL
           END-IF
           MOVE WS-OUT-PAGE TO WS-CLAIM-PAGE
           MOVE 1 TO WS-LINE-SUB
           PERFORM 4100-PRINT-PAGE THRU 4100-EXIT
               VARYING WS-PAGE-NO FROM 1 BY 1
                   UNTIL WS-PAGE-NO > WS-PAGE-TOTAL
           PERFORM 4500-LOG-CLAIM THRU 4500-EXIT
           IF WS-FORM-CMS-1500
               ADD 1 TO WS-CMS-PRINTED
           ELSE
               ADD 1 TO WS-ADA-PRINTED
           END-IF
           ADD WS-CLAIM-CHARGES TO WS-PRINTED-DOLLARS
           IF WS-PRINT-COUNT > 1
               MOVE 'REPRINTED AND MAILED' TO WS-RESULT
           ELSE
               MOVE 'PRINTED AND MAILED'   TO WS-RESULT
           END-IF
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4050-PLACE-ADA-TREATMENT -- BOX 38 (FIRST LINE'S PLACE OF     *
      **   SERVICE) AND BOXES 43-44: A LINE WITH PROSTHESIS CODE R IS A  *
      **   REPLACEMENT, AND ITS PRIOR PLACEMENT DATE PRINTS.             *
      **----------------------------------------------------------------*
       4050-PLACE-ADA-TREATMENT.
           IF WS-LINE-COUNT > ZERO
               MOVE WS-LN-POS (1) TO WS-OUT-LINE (51) (3:2)
           END-IF
           MOVE 'X' TO WS-OUT-LINE (53) (3:1)
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-PROSTH (WS-LINE-SUB) = 'R'
                   MOVE SPACE TO WS-OUT-LINE (53) (3:1)
                   MOVE 'X'   TO WS-OUT-LINE (53) (8:1)
                   MOVE WS-LN-PRIOR-DATE (WS-LINE-SUB) TO WS-DE-IN
                   PERFORM 8100-EDIT-DATE THRU 8100-EXIT
                   MOVE WS-DATE-SLASH TO WS-OUT-LINE (53) (17:10)
               END-IF
           END-PERFORM.
       4050-EXIT.
           EXIT.
       4100-PRINT-PAGE.
           MOVE WS-CLAIM-PAGE TO WS-OUT-PAGE
           MOVE ZERO TO WS-PAGE-LINE
           PERFORM 4200-PLACE-LINE THRU 4200-EXIT
               UNTIL WS-PAGE-LINE = WS-LINES-PER-PAGE
                  OR WS-LINE-SUB > WS-LINE-COUNT
           IF WS-PAGE-TOTAL > 1
               MOVE WS-PAGE-NO    TO WS-PL-PAGE
               MOVE WS-PAGE-TOTAL TO WS-PL-TOTAL
               MOVE WS-PAGE-LABEL TO WS-OUT-LINE (1) (2:13)
           END-IF
           IF WS-PAGE-NO < WS-PAGE-TOTAL
               IF WS-FORM-CMS-1500
                   MOVE 'CONTINUED' TO WS-OUT-LINE (53) (51:9)
               ELSE
                   MOVE 'CONTINUED' TO WS-OUT-LINE (40) (73:9)
               END-IF
           ELSE
               MOVE WS-CLAIM-CHARGES TO WS-MONEY-IN
               PERFORM 8200-EDIT-MONEY THRU 8200-EXIT
               IF WS-FORM-CMS-1500
                   MOVE WS-MONEY-EDIT TO WS-OUT-LINE (53) (51:9)
                   MOVE WS-CLAIM-PAID TO WS-MONEY-IN
                   PERFORM 8200-EDIT-MONEY THRU 8200-EXIT
                   MOVE WS-MONEY-EDIT TO WS-OUT-LINE (53) (63:9)
               ELSE
                   MOVE WS-MONEY-EDIT TO WS-OUT-LINE (40) (73:9)
               END-IF
           END-IF
           MOVE WS-OUT-LINE (1) TO PCD-FORM-LINE
           WRITE PCD-FORM-LINE
               AFTER ADVANCING PAGE
           PERFORM VARYING WS-ROW FROM 2 BY 1 UNTIL WS-ROW > 66
               MOVE WS-OUT-LINE (WS-ROW) TO PCD-FORM-LINE
               WRITE PCD-FORM-LINE
           END-PERFORM
           ADD 1 TO WS-PAGES-PRINTED.
       4100-EXIT.
           EXIT.
       4200-PLACE-LINE.
           ADD 1 TO WS-PAGE-LINE
           MOVE WS-LN-FROM-DATE (WS-LINE-SUB) TO WS-DE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-LN-CHARGE (WS-LINE-SUB) TO WS-MONEY-IN
           PERFORM 8200-EDIT-MONEY THRU 8200-EXIT
           IF WS-FORM-CMS-1500
               PERFORM 4210-PLACE-CMS-LINE THRU 4210-EXIT
           ELSE
               PERFORM 4250-PLACE-ADA-LINE THRU 4250-EXIT
           END-IF
           ADD 1 TO WS-LINE-SUB.
       4200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4210-PLACE-CMS-LINE -- BOX 24 LINES 1-6 PRINT ON ROWS 41-51;  *
      **   THE SHADED ROW ABOVE EACH CARRIES THE N4 NDC SUPPLEMENT.      *
      **----------------------------------------------------------------*
       4210-PLACE-CMS-LINE.
           COMPUTE WS-ROW = 39 + (WS-PAGE-LINE * 2)
           IF WS-LN-NDC (WS-LINE-SUB) NOT = SPACES
               MOVE 'N4' TO WS-OUT-LINE (WS-ROW - 1) (2:2)
               MOVE WS-LN-NDC (WS-LINE-SUB)
                   TO WS-OUT-LINE (WS-ROW - 1) (4:11)
           END-IF
           MOVE WS-DATE-SHORT TO WS-OUT-LINE (WS-ROW) (2:8)
           IF WS-LN-THRU-DATE (WS-LINE-SUB) NOT = SPACES
            AND WS-LN-THRU-DATE (WS-LINE-SUB) NOT = ZEROS
               MOVE WS-LN-THRU-DATE (WS-LINE-SUB) TO WS-DE-IN
               PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           END-IF
           MOVE WS-DATE-SHORT TO WS-OUT-LINE (WS-ROW) (11:8)
           MOVE WS-LN-POS (WS-LINE-SUB) TO WS-OUT-LINE (WS-ROW) (20:2)
           IF WS-EMER-IND = 'Y'
               MOVE 'Y' TO WS-OUT-LINE (WS-ROW) (23:1)
           END-IF
           MOVE WS-LN-PROC (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (26:5)
           MOVE WS-LN-MODS (WS-LINE-SUB) (1:2)
               TO WS-OUT-LINE (WS-ROW) (33:2)
           MOVE WS-LN-MODS (WS-LINE-SUB) (3:2)
               TO WS-OUT-LINE (WS-ROW) (36:2)
           MOVE WS-LN-MODS (WS-LINE-SUB) (5:2)
               TO WS-OUT-LINE (WS-ROW) (39:2)
           MOVE WS-LN-MODS (WS-LINE-SUB) (7:2)
               TO WS-OUT-LINE (WS-ROW) (42:2)
           MOVE WS-LN-PTRS (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (45:4)
           MOVE WS-MONEY-EDIT TO WS-OUT-LINE (WS-ROW) (50:9)
           MOVE WS-LN-UNITS (WS-LINE-SUB) TO WS-UNITS-CMS
           MOVE WS-UNITS-CMS  TO WS-OUT-LINE (WS-ROW) (60:3)
           MOVE WS-BILLING-NPI TO WS-OUT-LINE (WS-ROW) (69:10).
       4210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4250-PLACE-ADA-LINE -- BOXES 24 THRU 31, LINES 1-10 ON ROWS   *
      **   28-37.  TEETH ARE ALWAYS THE JP UNIVERSAL NUMBERING SYSTEM.   *
      **----------------------------------------------------------------*
       4250-PLACE-ADA-LINE.
           COMPUTE WS-ROW = 27 + WS-PAGE-LINE
           MOVE WS-DATE-SLASH TO WS-OUT-LINE (WS-ROW) (2:10)
           MOVE WS-LN-CAVITY (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (13:2)
           IF WS-LN-TOOTH (WS-LINE-SUB) NOT = SPACES
               MOVE 'JP' TO WS-OUT-LINE (WS-ROW) (16:2)
               MOVE WS-LN-TOOTH (WS-LINE-SUB)
                   TO WS-OUT-LINE (WS-ROW) (19:2)
           END-IF
           MOVE WS-LN-SURFACE (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (25:5)
           MOVE WS-LN-PROC (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (31:5)
           MOVE WS-LN-PTRS (WS-LINE-SUB)
               TO WS-OUT-LINE (WS-ROW) (37:4)
           MOVE WS-LN-UNITS (WS-LINE-SUB) TO WS-UNITS-ADA
           MOVE WS-UNITS-ADA  TO WS-OUT-LINE (WS-ROW) (42:2)
           MOVE WS-MONEY-EDIT TO WS-OUT-LINE (WS-ROW) (73:9).
       4250-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-LOG-CLAIM -- ONE PCDPRTL ROW PER CLAIM.  A REPRINT KEEPS  *
      **   THE FIRST MAIL DATE AND MOVES THE LATEST ONE, WHICH IS WHAT   *
      **   PCD129 AGES THE CLAIM FROM.                                   *
      **----------------------------------------------------------------*
       4500-LOG-CLAIM.
           MOVE WS-PAT-CNTL-NO TO PCD-PRTL-PAT-CNTL-NO
           READ PCD-PRTL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRTL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRTL-FILE-STATUS
           END-READ
           IF WS-PRTL-FOUND
               ADD 1 TO PCD-PRTL-PRINT-COUNT
               ADD 1 TO WS-REPRINTED
           ELSE
               MOVE SPACES         TO PCD-PRTL-REC
               MOVE WS-PAT-CNTL-NO TO PCD-PRTL-PAT-CNTL-NO
               MOVE WS-RUN-DATE    TO PCD-PRTL-FIRST-MAIL-DATE
               MOVE 1              TO PCD-PRTL-PRINT-COUNT
           END-IF
           MOVE WS-PAYOR-ID        TO PCD-PRTL-PAYOR-ID
           MOVE WS-PAYOR-NAME      TO PCD-PRTL-PAYOR-NAME
           MOVE WS-BATCH-TYPE      TO PCD-PRTL-BATCH-TYPE
           MOVE WS-FORM-TYPE-SW    TO PCD-PRTL-FORM-TYPE
           MOVE WS-RUN-DATE        TO PCD-PRTL-MAIL-DATE
           MOVE WS-PAGE-TOTAL      TO PCD-PRTL-PAGES
           MOVE WS-LINE-COUNT      TO PCD-PRTL-SVC-LINES
           MOVE WS-CLAIM-CHARGES   TO PCD-PRTL-TOT-CHARGES
           MOVE PCD-PRTL-PRINT-COUNT TO WS-PRINT-COUNT
           IF WS-PRTL-FOUND
               REWRITE PCD-PRTL-REC
                   INVALID KEY
                       DISPLAY 'PCD189 - REWRITE FAILED FOR CLAIM '
                           PCD-PRTL-PAT-CNTL-NO ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE PCD-PRTL-REC
                   INVALID KEY
                       DISPLAY 'PCD189 - WRITE FAILED FOR CLAIM '
                           PCD-PRTL-PAT-CNTL-NO ' - RUN STOPPED'
                       STOP RUN
               END-WRITE
           END-IF.
       4500-EXIT.
           EXIT.
       4900-WRITE-DETAIL.
           MOVE WS-FORM-TYPE-SW    TO WS-D-FORM
           MOVE WS-PAT-CNTL-NO     TO WS-D-PAT-CNTL-NO
           MOVE WS-PATIENT-NAME    TO WS-D-PATIENT
           MOVE WS-PAYOR-ID        TO WS-D-PAYOR-ID
           MOVE WS-PAYOR-NAME      TO WS-D-PAYOR-NAME
           MOVE WS-LINE-COUNT      TO WS-D-LINES
           MOVE WS-PAGE-TOTAL      TO WS-D-PAGES
           MOVE WS-CLAIM-CHARGES   TO WS-D-CHARGES
           MOVE WS-PRINT-COUNT     TO WS-D-PRINT-COUNT
           MOVE WS-RESULT          TO WS-D-RESULT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8100-EDIT-DATE -- CCYYMMDD IN WS-DE-IN TO THE THREE PRINTED   *
      **   FORMS: MM DD CCYY, MM DD YY AND MM/DD/CCYY.  BLANK OR ZERO    *
      **   DATES PRINT AS SPACES.                                        *
      **----------------------------------------------------------------*
       8100-EDIT-DATE.
           IF WS-DE-IN = SPACES
            OR WS-DE-IN = ZEROS
               MOVE SPACES TO WS-DATE-LONG
                              WS-DATE-SHORT
                              WS-DATE-SLASH
               GO TO 8100-EXIT
           END-IF
           MOVE WS-DE-MM TO WS-DL-MM
                            WS-DS-MM
                            WS-DH-MM
           MOVE WS-DE-DD TO WS-DL-DD
                            WS-DS-DD
                            WS-DH-DD
           MOVE WS-DE-CC TO WS-DL-CC
                            WS-DH-CC
           MOVE WS-DE-YY TO WS-DL-YY
                            WS-DS-YY
                            WS-DH-YY
           MOVE WS-DE-LONG  TO WS-DATE-LONG
           MOVE WS-DE-SHORT TO WS-DATE-SHORT
           MOVE WS-DE-SLASH TO WS-DATE-SLASH.
       8100-EXIT.
           EXIT.
       8200-EDIT-MONEY.
           MOVE WS-MI-DOLLARS TO WS-ME-DOLLARS
           MOVE WS-MI-CENTS   TO WS-ME-CENTS.
       8200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8300-PROVIDER-NAME -- BILLING PROVIDER NAME (ORGANIZATION,    *
      **   ELSE THE INDIVIDUAL) AND CITY/STATE/ZIP FROM THE B0.          *
      **----------------------------------------------------------------*
       8300-PROVIDER-NAME.
           MOVE SPACES TO WS-NAME-WORK
           IF B0-BP-ORG-NAME NOT = SPACES
               MOVE B0-BP-ORG-NAME TO WS-NAME-WORK
           ELSE
               STRING B0-IND-PROV-FNAME DELIMITED BY '  '
                      ' '               DELIMITED BY SIZE
                      B0-IND-PROV-MI    DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      B0-IND-PROV-LNAME DELIMITED BY '  '
                   INTO WS-NAME-WORK
           END-IF
           MOVE SPACES TO WS-CSZ-WORK
           STRING B0-BP-CITY  DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  B0-BP-STATE DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  B0-BP-ZIP-CODE-X (1:5) DELIMITED BY SIZE
               INTO WS-CSZ-WORK.
       8300-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  CLAIMS READ . . . . . . . . . .' TO WS-T-LABEL
           MOVE WS-CLAIMS-READ                     TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  CMS-1500 CLAIMS MAILED  . . . .' TO WS-T-LABEL
           MOVE WS-CMS-PRINTED                     TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  ADA CLAIMS MAILED . . . . . . .' TO WS-T-LABEL
           MOVE WS-ADA-PRINTED                     TO WS-T-COUNT
           MOVE WS-PRINTED-DOLLARS                 TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  OF WHICH REPRINTS . . . . . . .' TO WS-T-LABEL
           MOVE WS-REPRINTED                       TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  FORM PAGES PRINTED  . . . . . .' TO WS-T-LABEL
           MOVE WS-PAGES-PRINTED                   TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  NOT MAILED - NO PAPER FORM  . .' TO WS-T-LABEL
           MOVE WS-NOT-PRINTED                     TO WS-T-COUNT
           MOVE WS-NOT-PRINTED-DOLLARS             TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-PAPER-FILE
           CLOSE PCD-PRTL-MASTER
           CLOSE PCD-FORM-FILE
           CLOSE PCD-ALERT-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD189 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD189 - CMS-1500 CLAIMS MAILED:  ' WS-CMS-PRINTED
           DISPLAY 'PCD189 - ADA CLAIMS MAILED:       ' WS-ADA-PRINTED
           DISPLAY 'PCD189 - FORM PAGES PRINTED:      ' WS-PAGES-PRINTED
           DISPLAY 'PCD189 - NOT MAILED (NO FORM):    ' WS-NOT-PRINTED
           DISPLAY 'PCD189 - ALERTS RAISED:           ' WS-ALERT-COUNT.
       9000-EXIT.
           EXIT.
