      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD230M          SYSTEM: PCDS                     *
      **    ONLINE DIRECT DATA ENTRY OF PAPER CLAIMS                   *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  KEYS A PAPER       *
      **                          PROFESSIONAL CLAIM SCREEN BY SCREEN  *
      **                          (PATIENT C0, PAYER D0, CLAIM E0, UP  *
      **                          TO SIX F0 LINES), APPLIES THE        *
      **                          PCD118/PCD009/PCD119/PCD153/PCD062   *
      **                          FIELD TESTS AS IT IS KEYED, FOOTS    *
      **                          THE X0, AND QUEUES THE FINISHED      *
      **                          CLAIM ON PCDDDEQ UNDER THE OPERATOR  *
      **                          ID FOR PCD231 TO BUILD INTO AN       *
      **                          INTAKE JOB.                          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD230M.
       AUTHOR.        EDI OPERATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-DDE-QUEUE     ASSIGN TO PCDDDEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ZIPM-MASTER   ASSIGN TO PCDZIPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ZIPM-ZIP5
               FILE STATUS IS WS-ZIPM-FILE-STATUS.
           SELECT PCD-SOP-CTL-FILE  ASSIGN TO PCDSOPCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-SOP-CODE
               FILE STATUS IS WS-SOP-FILE-STATUS.
           SELECT PCD-ICDM-MASTER   ASSIGN TO PCDICDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ICDM-KEY
               FILE STATUS IS WS-ICDM-FILE-STATUS.
           SELECT PCD-PRCM-MASTER   ASSIGN TO PCDPRCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRCM-KEY
               FILE STATUS IS WS-PRCM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-DDE-QUEUE
           RECORDING MODE IS F.
       01  FD-DDEC-REC                PIC X(2020).
       FD  PCD-ZIPM-MASTER.
       COPY PCDZIPM.
       FD  PCD-SOP-CTL-FILE.
       COPY PCDSOPTB.
       FD  PCD-ICDM-MASTER.
       COPY PCDICDM.
       FD  PCD-PRCM-MASTER.
       COPY PCDPRCM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDDDEC.
       77  WS-ZIPM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-ZIPM-FOUND                        VALUE '00'.
       77  WS-SOP-FILE-STATUS           PIC X(002)  VALUE SPACES.
           88  WS-SOP-FOUND                         VALUE '00'.
       77  WS-ICDM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-ICDM-FOUND                        VALUE '00'.
       77  WS-PRCM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-PRCM-FOUND                        VALUE '00'.
       77  WS-EXIT-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                    VALUE 'Y'.
       77  WS-SCREEN-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-SCREEN-ACCEPTED                   VALUE 'Y'.
       77  WS-CANCEL-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-CANCELLED                   VALUE 'Y'.
       77  WS-END-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-ENDED                       VALUE 'Y'.
       77  WS-DATE-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-DATE-VALID                        VALUE 'Y'.
       77  WS-MESSAGE-LINE              PIC X(050)  VALUE SPACES.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-RUN-DATE                  PIC 9(008)  VALUE ZERO.
       77  WS-ACTION-TIME               PIC 9(008)  VALUE ZERO.
       77  WS-LINE-COUNT                PIC 9(002)  VALUE ZERO.
       77  WS-LINE-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DUP-LINE-NO               PIC 9(002)  VALUE ZERO.
       77  WS-DIAG-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DOT-COUNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-TOTAL-CHARGES             PIC 9(008)V99 VALUE ZERO.
       77  WS-CLAIMS-QUEUED             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ICD-VERSION               PIC X(001)  VALUE SPACES.
       77  WS-LINE-DOS                  PIC 9(008)  VALUE ZERO.
       77  WS-THRU-DOS                  PIC 9(008)  VALUE ZERO.
       77  WS-CLAIM-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-BIRTH-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-AGE-YEARS                 PIC S9(003) VALUE ZERO.
       77  WS-MONTH-LAST-DAY            PIC 9(002)  VALUE ZERO.
       77  WS-QUOTIENT                  PIC 9(005)  VALUE ZERO.
       77  WS-REM-4                     PIC 9(003)  VALUE ZERO.
       77  WS-REM-100                   PIC 9(003)  VALUE ZERO.
       77  WS-REM-400                   PIC 9(003)  VALUE ZERO.
       01  WS-SCREEN-CMD                PIC X(001)  VALUE SPACES.
           88  WS-CMD-NEXT                          VALUE SPACE.
           88  WS-CMD-END                           VALUE 'E'.
           88  WS-CMD-CANCEL                        VALUE 'C'.
       01  WS-DATE-WORK.
           05  WS-CHECK-DATE-X          PIC X(008).
           05  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X
                                        PIC 9(008).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE-X.
               10  WS-CHECK-CCYY        PIC 9(004).
               10  WS-CHECK-MM          PIC 9(002).
               10  WS-CHECK-DD          PIC 9(002).
       01  WS-MONTH-DAYS-X              PIC X(024)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-DAYS            PIC 9(002)  OCCURS 12 TIMES.
      **----------------------------------------------------------------*
      **   THE BILLING PROVIDER STAYS KEYED FROM CLAIM TO CLAIM, SINCE   *
      **   A STACK OF PAPER CLAIMS USUALLY COMES FROM ONE OFFICE.  THE   *
      **   PATIENT, PAYER, CLAIM AND LINE FIELDS ARE CLEARED FOR EACH    *
      **   NEW CLAIM.                                                    *
      **----------------------------------------------------------------*
       01  WS-PROV-ENTRY.
           05  WS-E-PROV-TAX-ID         PIC X(009)  VALUE SPACES.
           05  WS-E-PROV-TAX-ID-9 REDEFINES WS-E-PROV-TAX-ID
                                        PIC 9(009).
           05  WS-E-PROV-TAX-TYPE       PIC X(001)  VALUE SPACES.
           05  WS-E-PROV-NPI            PIC X(010)  VALUE SPACES.
           05  WS-E-PROV-NAME           PIC X(018)  VALUE SPACES.
       01  WS-PATIENT-ENTRY.
           05  WS-E-PAT-CNTL-NUM        PIC X(017).
           05  WS-E-PAT-LAST            PIC X(020).
           05  WS-E-PAT-FIRST           PIC X(010).
           05  WS-E-PAT-MI              PIC X(001).
           05  WS-E-PAT-SEX             PIC X(001).
           05  WS-E-PAT-BIRTH           PIC X(008).
           05  WS-E-PAT-MARR            PIC X(001).
           05  WS-E-PAT-ADDR            PIC X(018).
           05  WS-E-PAT-CITY            PIC X(015).
           05  WS-E-PAT-STATE           PIC X(002).
           05  WS-E-PAT-ZIP             PIC X(009).
       01  WS-PAYER-ENTRY.
           05  WS-E-PAYOR-ID            PIC X(005).
           05  WS-E-PAYOR-NAME          PIC X(017).
           05  WS-E-SOP-CODE            PIC X(001).
           05  WS-E-INSURED-ID          PIC X(017).
           05  WS-E-GROUP-NUM           PIC X(020).
           05  WS-E-INS-LAST            PIC X(020).
           05  WS-E-INS-FIRST           PIC X(010).
           05  WS-E-INS-MI              PIC X(001).
           05  WS-E-INS-SEX             PIC X(001).
           05  WS-E-INS-BIRTH           PIC X(008).
           05  WS-E-PAT-REL             PIC X(002).
           05  WS-E-BENEF-ASGN          PIC X(001).
       01  WS-CLAIM-ENTRY.
           05  WS-E-ICD-IND             PIC X(001).
           05  WS-E-DIAG                PIC X(008)  OCCURS 4 TIMES.
           05  WS-E-ACCEPT-ASGN         PIC X(001).
           05  WS-E-PRIOR-AUTH          PIC X(015).
           05  WS-E-CLAIM-DATE          PIC X(008).
       01  WS-LINE-ENTRY.
           05  WS-E-FROM-DATE           PIC X(008).
           05  WS-E-THRU-DATE           PIC X(008).
           05  WS-E-POS                 PIC X(002).
           05  WS-E-PROC-CODE           PIC X(005).
           05  WS-E-MODIFIERS.
               10  WS-E-MOD             PIC X(002)  OCCURS 4 TIMES.
           05  WS-E-DIAG-PTR            PIC X(001).
           05  WS-E-DIAG-PTR-9 REDEFINES WS-E-DIAG-PTR
                                        PIC 9(001).
       77  WS-E-CHARGE                  PIC 9(006)V99 VALUE ZERO.
       77  WS-E-UNITS                   PIC 9(004)  VALUE ZERO.
       77  WS-E-PAT-PAID                PIC 9(006)V99 VALUE ZERO.
      **----------------------------------------------------------------*
      **   LINES ALREADY ON THE CLAIM, FOR THE SAME DUPLICATE-LINE TEST  *
      **   PCD062 APPLIES (SAME DATE, PROCEDURE AND MODIFIERS).          *
      **----------------------------------------------------------------*
       01  WS-KEYED-LINE-TABLE.
           05  WS-KEYED-LINE            OCCURS 6 TIMES.
               10  WS-KL-FROM-DATE      PIC X(008).
               10  WS-KL-PROC-CODE      PIC X(005).
               10  WS-KL-MODIFIERS      PIC X(008).
       01  WS-DISPLAY-FIELDS.
           05  WS-D-LINE-NO             PIC Z9      VALUE ZERO.
           05  WS-D-LINE-COUNT          PIC Z9      VALUE ZERO.
           05  WS-D-TOTAL               PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05  WS-D-BALANCE             PIC ZZ,ZZZ,ZZ9.99- VALUE ZERO.
       77  WS-BALANCE-DUE               PIC S9(008)V99 VALUE ZERO.
       SCREEN SECTION.
       01  SCR-PATIENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD230M - DIRECT DATA ENTRY  -  PATIENT (C0)'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . :'.
           05  LINE 02 COLUMN 34
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 03 COLUMN 05 VALUE 'PAT-CNTL-NO (BLANK=EXIT). :'.
           05  LINE 03 COLUMN 34
               PIC X(017) USING WS-E-PAT-CNTL-NUM.
           05  LINE 04 COLUMN 05 VALUE 'BILLING PROV TAX ID, E/S. :'.
           05  LINE 04 COLUMN 34
               PIC X(009) USING WS-E-PROV-TAX-ID.
           05  LINE 04 COLUMN 45
               PIC X(001) USING WS-E-PROV-TAX-TYPE.
           05  LINE 05 COLUMN 05 VALUE 'BILLING PROV NPI. . . . . :'.
           05  LINE 05 COLUMN 34
               PIC X(010) USING WS-E-PROV-NPI.
           05  LINE 06 COLUMN 05 VALUE 'BILLING PROV NAME . . . . :'.
           05  LINE 06 COLUMN 34
               PIC X(018) USING WS-E-PROV-NAME.
           05  LINE 07 COLUMN 05 VALUE 'PATIENT LAST NAME . . . . :'.
           05  LINE 07 COLUMN 34
               PIC X(020) USING WS-E-PAT-LAST.
           05  LINE 08 COLUMN 05 VALUE 'PATIENT FIRST NAME, MI. . :'.
           05  LINE 08 COLUMN 34
               PIC X(010) USING WS-E-PAT-FIRST.
           05  LINE 08 COLUMN 46
               PIC X(001) USING WS-E-PAT-MI.
           05  LINE 09 COLUMN 05 VALUE 'SEX (M/F/U). . . . . . . :'.
           05  LINE 09 COLUMN 34
               PIC X(001) USING WS-E-PAT-SEX.
           05  LINE 10 COLUMN 05 VALUE 'BIRTH DATE (CCYYMMDD) . . :'.
           05  LINE 10 COLUMN 34
               PIC X(008) USING WS-E-PAT-BIRTH.
           05  LINE 11 COLUMN 05 VALUE 'MARITAL STATUS. . . . . . :'.
           05  LINE 11 COLUMN 34
               PIC X(001) USING WS-E-PAT-MARR.
           05  LINE 12 COLUMN 05 VALUE 'STREET ADDRESS. . . . . . :'.
           05  LINE 12 COLUMN 34
               PIC X(018) USING WS-E-PAT-ADDR.
           05  LINE 13 COLUMN 05 VALUE 'CITY, STATE . . . . . . . :'.
           05  LINE 13 COLUMN 34
               PIC X(015) USING WS-E-PAT-CITY.
           05  LINE 13 COLUMN 51
               PIC X(002) USING WS-E-PAT-STATE.
           05  LINE 14 COLUMN 05 VALUE 'ZIP CODE. . . . . . . . . :'.
           05  LINE 14 COLUMN 34
               PIC X(009) USING WS-E-PAT-ZIP.
           05  LINE 17 COLUMN 05
               VALUE 'COMMAND (BLANK=NEXT SCREEN, C=CANCEL CLAIM):'.
           05  LINE 17 COLUMN 51
               PIC X(001) TO WS-SCREEN-CMD.
           05  LINE 19 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       01  SCR-PAYER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD230M - DIRECT DATA ENTRY  -  PAYER (D0)'.
           05  LINE 02 COLUMN 05 VALUE 'PAT-CNTL-NO . . . . . . . :'.
           05  LINE 02 COLUMN 34
               PIC X(017) FROM WS-E-PAT-CNTL-NUM.
           05  LINE 03 COLUMN 05 VALUE 'PAYER ID. . . . . . . . . :'.
           05  LINE 03 COLUMN 34
               PIC X(005) USING WS-E-PAYOR-ID.
           05  LINE 04 COLUMN 05 VALUE 'PAYER NAME. . . . . . . . :'.
           05  LINE 04 COLUMN 34
               PIC X(017) USING WS-E-PAYOR-NAME.
           05  LINE 05 COLUMN 05 VALUE 'SOURCE OF PAYMENT . . . . :'.
           05  LINE 05 COLUMN 34
               PIC X(001) USING WS-E-SOP-CODE.
           05  LINE 06 COLUMN 05 VALUE 'INSURED ID. . . . . . . . :'.
           05  LINE 06 COLUMN 34
               PIC X(017) USING WS-E-INSURED-ID.
           05  LINE 07 COLUMN 05 VALUE 'GROUP/POLICY NUMBER . . . :'.
           05  LINE 07 COLUMN 34
               PIC X(020) USING WS-E-GROUP-NUM.
           05  LINE 08 COLUMN 05 VALUE 'PATIENT REL TO INSURED. . :'.
           05  LINE 08 COLUMN 34
               PIC X(002) USING WS-E-PAT-REL.
           05  LINE 09 COLUMN 05 VALUE 'INSURED LAST NAME . . . . :'.
           05  LINE 09 COLUMN 34
               PIC X(020) USING WS-E-INS-LAST.
           05  LINE 10 COLUMN 05 VALUE 'INSURED FIRST NAME, MI. . :'.
           05  LINE 10 COLUMN 34
               PIC X(010) USING WS-E-INS-FIRST.
           05  LINE 10 COLUMN 46
               PIC X(001) USING WS-E-INS-MI.
           05  LINE 11 COLUMN 05 VALUE 'INSURED SEX (M/F/U). . . :'.
           05  LINE 11 COLUMN 34
               PIC X(001) USING WS-E-INS-SEX.
           05  LINE 12 COLUMN 05 VALUE 'INSURED BIRTH (CCYYMMDD). :'.
           05  LINE 12 COLUMN 34
               PIC X(008) USING WS-E-INS-BIRTH.
           05  LINE 13 COLUMN 05 VALUE 'BENEFITS ASSIGNED (Y/N) . :'.
           05  LINE 13 COLUMN 34
               PIC X(001) USING WS-E-BENEF-ASGN.
           05  LINE 15 COLUMN 05
               VALUE 'REL 01 (SELF) WITH NO INSURED NAME TAKES THE'.
           05  LINE 15 COLUMN 50 VALUE 'PATIENT''S.'.
           05  LINE 17 COLUMN 05
               VALUE 'COMMAND (BLANK=NEXT SCREEN, C=CANCEL CLAIM):'.
           05  LINE 17 COLUMN 51
               PIC X(001) TO WS-SCREEN-CMD.
           05  LINE 19 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       01  SCR-CLAIM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD230M - DIRECT DATA ENTRY  -  CLAIM (E0)'.
           05  LINE 02 COLUMN 05 VALUE 'PAT-CNTL-NO . . . . . . . :'.
           05  LINE 02 COLUMN 34
               PIC X(017) FROM WS-E-PAT-CNTL-NUM.
           05  LINE 03 COLUMN 05 VALUE 'ICD IND (0=ICD-10, 9=ICD-9):'.
           05  LINE 03 COLUMN 34
               PIC X(001) USING WS-E-ICD-IND.
           05  LINE 04 COLUMN 05 VALUE 'DIAGNOSIS 1 (NO DECIMAL) .:'.
           05  LINE 04 COLUMN 34
               PIC X(008) USING WS-E-DIAG (1).
           05  LINE 05 COLUMN 05 VALUE 'DIAGNOSIS 2 . . . . . . . :'.
           05  LINE 05 COLUMN 34
               PIC X(008) USING WS-E-DIAG (2).
           05  LINE 06 COLUMN 05 VALUE 'DIAGNOSIS 3 . . . . . . . :'.
           05  LINE 06 COLUMN 34
               PIC X(008) USING WS-E-DIAG (3).
           05  LINE 07 COLUMN 05 VALUE 'DIAGNOSIS 4 . . . . . . . :'.
           05  LINE 07 COLUMN 34
               PIC X(008) USING WS-E-DIAG (4).
           05  LINE 08 COLUMN 05 VALUE 'ACCEPT ASSIGNMENT (A/N/H) :'.
           05  LINE 08 COLUMN 34
               PIC X(001) USING WS-E-ACCEPT-ASGN.
           05  LINE 09 COLUMN 05 VALUE 'PRIOR AUTHORIZATION NUMBER:'.
           05  LINE 09 COLUMN 34
               PIC X(015) USING WS-E-PRIOR-AUTH.
           05  LINE 10 COLUMN 05 VALUE 'CLAIM DATE (CCYYMMDD) . . :'.
           05  LINE 10 COLUMN 34
               PIC X(008) USING WS-E-CLAIM-DATE.
           05  LINE 17 COLUMN 05
               VALUE 'COMMAND (BLANK=NEXT SCREEN, C=CANCEL CLAIM):'.
           05  LINE 17 COLUMN 51
               PIC X(001) TO WS-SCREEN-CMD.
           05  LINE 19 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       01  SCR-LINE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD230M - DIRECT DATA ENTRY  -  LINE (F0)'.
           05  LINE 02 COLUMN 05 VALUE 'PAT-CNTL-NO . . . . . . . :'.
           05  LINE 02 COLUMN 34
               PIC X(017) FROM WS-E-PAT-CNTL-NUM.
           05  LINE 02 COLUMN 54 VALUE 'LINE'.
           05  LINE 02 COLUMN 59
               PIC X(002) FROM WS-D-LINE-NO.
           05  LINE 03 COLUMN 05 VALUE 'FROM DATE (CCYYMMDD). . . :'.
           05  LINE 03 COLUMN 34
               PIC X(008) USING WS-E-FROM-DATE.
           05  LINE 04 COLUMN 05 VALUE 'THRU DATE (BLANK=FROM). . :'.
           05  LINE 04 COLUMN 34
               PIC X(008) USING WS-E-THRU-DATE.
           05  LINE 05 COLUMN 05 VALUE 'PLACE OF SERVICE. . . . . :'.
           05  LINE 05 COLUMN 34
               PIC X(002) USING WS-E-POS.
           05  LINE 06 COLUMN 05 VALUE 'PROCEDURE CODE (HCPCS/CPT):'.
           05  LINE 06 COLUMN 34
               PIC X(005) USING WS-E-PROC-CODE.
           05  LINE 07 COLUMN 05 VALUE 'MODIFIERS . . . . . . . . :'.
           05  LINE 07 COLUMN 34
               PIC X(002) USING WS-E-MOD (1).
           05  LINE 07 COLUMN 37
               PIC X(002) USING WS-E-MOD (2).
           05  LINE 07 COLUMN 40
               PIC X(002) USING WS-E-MOD (3).
           05  LINE 07 COLUMN 43
               PIC X(002) USING WS-E-MOD (4).
           05  LINE 08 COLUMN 05 VALUE 'DIAGNOSIS POINTER (1-4) . :'.
           05  LINE 08 COLUMN 34
               PIC X(001) USING WS-E-DIAG-PTR.
           05  LINE 09 COLUMN 05 VALUE 'LINE CHARGE . . . . . . . :'.
           05  LINE 09 COLUMN 34
               PIC 9(006).99 USING WS-E-CHARGE.
           05  LINE 10 COLUMN 05 VALUE 'UNITS . . . . . . . . . . :'.
           05  LINE 10 COLUMN 34
               PIC 9(004) USING WS-E-UNITS.
           05  LINE 12 COLUMN 05 VALUE 'SERVICE LINES ON CLAIM. . :'.
           05  LINE 12 COLUMN 34
               PIC X(002) FROM WS-D-LINE-COUNT.
           05  LINE 13 COLUMN 05 VALUE 'TOTAL CLAIM CHARGE. . . . :'.
           05  LINE 13 COLUMN 34
               PIC X(013) FROM WS-D-TOTAL.
           05  LINE 14 COLUMN 05 VALUE 'AMOUNT PATIENT PAID . . . :'.
           05  LINE 14 COLUMN 34
               PIC 9(006).99 USING WS-E-PAT-PAID.
           05  LINE 15 COLUMN 05 VALUE 'BALANCE DUE . . . . . . . :'.
           05  LINE 15 COLUMN 34
               PIC X(014) FROM WS-D-BALANCE.
           05  LINE 17 COLUMN 05
               VALUE 'COMMAND (BLANK=ADD LINE, E=END CLAIM, C=CANCEL):'.
           05  LINE 17 COLUMN 55
               PIC X(001) TO WS-SCREEN-CMD.
           05  LINE 19 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-ENTER-CLAIM     THRU 2000-EXIT
               UNTIL WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-ZIPM-MASTER
           OPEN INPUT  PCD-SOP-CTL-FILE
           OPEN INPUT  PCD-ICDM-MASTER
           OPEN INPUT  PCD-PRCM-MASTER
           OPEN EXTEND PCD-DDE-QUEUE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-ENTER-CLAIM -- ONE PAPER CLAIM, SCREEN BY SCREEN.  EACH  *
      **   SCREEN IS SHOWN AGAIN WITH THE FIRST ERROR UNTIL IT PASSES    *
      **   OR THE OPERATOR CANCELS.  NOTHING IS QUEUED UNTIL THE CLAIM   *
      **   IS ENDED ON THE SERVICE-LINE SCREEN.                          *
      **----------------------------------------------------------------*
       2000-ENTER-CLAIM.
           PERFORM 2050-START-CLAIM THRU 2050-EXIT
           PERFORM 2100-PATIENT-SCREEN THRU 2100-EXIT
               UNTIL WS-SCREEN-ACCEPTED
                  OR WS-CLAIM-CANCELLED
                  OR WS-EXIT-REQUESTED
           IF WS-EXIT-REQUESTED
           OR WS-CLAIM-CANCELLED
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCREEN-SWITCH
           PERFORM 2200-PAYER-SCREEN THRU 2200-EXIT
               UNTIL WS-SCREEN-ACCEPTED
                  OR WS-CLAIM-CANCELLED
           IF WS-CLAIM-CANCELLED
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCREEN-SWITCH
           PERFORM 2300-CLAIM-SCREEN THRU 2300-EXIT
               UNTIL WS-SCREEN-ACCEPTED
                  OR WS-CLAIM-CANCELLED
           IF WS-CLAIM-CANCELLED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2400-LINE-SCREEN THRU 2400-EXIT
               UNTIL WS-CLAIM-ENDED
                  OR WS-CLAIM-CANCELLED
           IF WS-CLAIM-CANCELLED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2800-QUEUE-CLAIM THRU 2800-EXIT.
       2000-EXIT.
           EXIT.
       2050-START-CLAIM.
           MOVE SPACES TO WS-PATIENT-ENTRY WS-PAYER-ENTRY
                          WS-CLAIM-ENTRY WS-LINE-ENTRY
                          WS-KEYED-LINE-TABLE PCD-DDEC-REC
           MOVE ZERO   TO WS-E-CHARGE WS-E-PAT-PAID
                          WS-LINE-COUNT WS-TOTAL-CHARGES
           MOVE 1      TO WS-E-UNITS
           MOVE '0'    TO WS-E-ICD-IND
           MOVE WS-RUN-DATE TO WS-E-CLAIM-DATE
           MOVE 'N'    TO WS-SCREEN-SWITCH WS-CANCEL-SWITCH
                          WS-END-SWITCH.
       2050-EXIT.
           EXIT.
       2100-PATIENT-SCREEN.
           DISPLAY SCR-PATIENT-SCREEN
           ACCEPT SCR-PATIENT-SCREEN
           MOVE SPACES TO WS-MESSAGE-LINE
           IF WS-E-PAT-CNTL-NUM = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-CMD-CANCEL
               SET WS-CLAIM-CANCELLED TO TRUE
               MOVE 'CLAIM CANCELLED -- NOTHING QUEUED'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE 'KEY YOUR OPERATOR ID TO ENTER CLAIMS'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           PERFORM 3100-CHECK-PATIENT THRU 3100-EXIT
           IF WS-MESSAGE-LINE = SPACES
               SET WS-SCREEN-ACCEPTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       2200-PAYER-SCREEN.
           DISPLAY SCR-PAYER-SCREEN
           ACCEPT SCR-PAYER-SCREEN
           MOVE SPACES TO WS-MESSAGE-LINE
           IF WS-CMD-CANCEL
               SET WS-CLAIM-CANCELLED TO TRUE
               MOVE 'CLAIM CANCELLED -- NOTHING QUEUED'
                   TO WS-MESSAGE-LINE
               GO TO 2200-EXIT
           END-IF
           PERFORM 3200-CHECK-PAYER THRU 3200-EXIT
           IF WS-MESSAGE-LINE = SPACES
               SET WS-SCREEN-ACCEPTED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
       2300-CLAIM-SCREEN.
           DISPLAY SCR-CLAIM-SCREEN
           ACCEPT SCR-CLAIM-SCREEN
           MOVE SPACES TO WS-MESSAGE-LINE
           IF WS-CMD-CANCEL
               SET WS-CLAIM-CANCELLED TO TRUE
               MOVE 'CLAIM CANCELLED -- NOTHING QUEUED'
                   TO WS-MESSAGE-LINE
               GO TO 2300-EXIT
           END-IF
           PERFORM 3300-CHECK-CLAIM THRU 3300-EXIT
           IF WS-MESSAGE-LINE = SPACES
               SET WS-SCREEN-ACCEPTED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-LINE-SCREEN -- A LINE THAT PASSES IS ADDED TO THE CLAIM  *
      **   AND THE X0 TOTALS SHOWN ARE BROUGHT UP TO DATE.  E ADDS ANY   *
      **   LINE STILL KEYED AND ENDS THE CLAIM; THE SIXTH LINE (THE      *
      **   PAPER FORM HOLDS SIX) ENDS IT WITHOUT ASKING.                 *
      **----------------------------------------------------------------*
       2400-LINE-SCREEN.
           COMPUTE WS-D-LINE-NO = WS-LINE-COUNT + 1
           MOVE WS-LINE-COUNT    TO WS-D-LINE-COUNT
           MOVE WS-TOTAL-CHARGES TO WS-D-TOTAL
           COMPUTE WS-BALANCE-DUE = WS-TOTAL-CHARGES - WS-E-PAT-PAID
           MOVE WS-BALANCE-DUE   TO WS-D-BALANCE
           DISPLAY SCR-LINE-SCREEN
           ACCEPT SCR-LINE-SCREEN
           MOVE SPACES TO WS-MESSAGE-LINE
           EVALUATE TRUE
               WHEN WS-CMD-CANCEL
                   SET WS-CLAIM-CANCELLED TO TRUE
                   MOVE 'CLAIM CANCELLED -- NOTHING QUEUED'
                       TO WS-MESSAGE-LINE
                   GO TO 2400-EXIT
               WHEN WS-CMD-NEXT
                   IF WS-E-PROC-CODE = SPACES
                       MOVE 'KEY A SERVICE LINE, OR E TO END THE CLAIM'
                           TO WS-MESSAGE-LINE
                       GO TO 2400-EXIT
                   END-IF
               WHEN WS-CMD-END
                   CONTINUE
               WHEN OTHER
                   MOVE 'COMMAND MUST BE BLANK, E OR C'
                       TO WS-MESSAGE-LINE
                   GO TO 2400-EXIT
           END-EVALUATE
           IF WS-E-PROC-CODE NOT = SPACES
               PERFORM 3400-CHECK-LINE THRU 3400-EXIT
               IF WS-MESSAGE-LINE NOT = SPACES
                   GO TO 2400-EXIT
               END-IF
               PERFORM 2450-ADD-LINE THRU 2450-EXIT
           END-IF
           IF WS-CMD-END
           OR WS-LINE-COUNT = 6
               PERFORM 2500-END-CLAIM THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
       2450-ADD-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-PCDSCLAIM-REC TO PCD-DDEC-F0-IMAGE (WS-LINE-COUNT)
           MOVE WS-E-FROM-DATE   TO WS-KL-FROM-DATE (WS-LINE-COUNT)
           MOVE WS-E-PROC-CODE   TO WS-KL-PROC-CODE (WS-LINE-COUNT)
           MOVE WS-E-MODIFIERS   TO WS-KL-MODIFIERS (WS-LINE-COUNT)
           ADD WS-E-CHARGE TO WS-TOTAL-CHARGES
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'LINE ' DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  ' ADDED TO THE CLAIM' DELIMITED BY SIZE
               INTO WS-MESSAGE-LINE
           MOVE SPACES TO WS-E-THRU-DATE WS-E-PROC-CODE
                          WS-E-MODIFIERS
           MOVE ZERO   TO WS-E-CHARGE
           MOVE 1      TO WS-E-UNITS.
       2450-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-END-CLAIM -- A CLAIM NEEDS A LINE, AND THE PATIENT     *
      **   CANNOT HAVE PAID MORE THAN WAS CHARGED.                       *
      **----------------------------------------------------------------*
       2500-END-CLAIM.
           IF WS-LINE-COUNT = ZERO
               MOVE 'A CLAIM NEEDS AT LEAST ONE SERVICE LINE'
                   TO WS-MESSAGE-LINE
               GO TO 2500-EXIT
           END-IF
           IF WS-E-PAT-PAID > WS-TOTAL-CHARGES
               MOVE 'AMOUNT PAID EXCEEDS THE TOTAL CLAIM CHARGE'
                   TO WS-MESSAGE-LINE
               GO TO 2500-EXIT
           END-IF
           SET WS-CLAIM-ENDED TO TRUE.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2800-QUEUE-CLAIM -- THE E0 TAKES THE CLAIM TOTALS AND THE X0  *
      **   IS FOOTED THE WAY PCD003 AND PCD016 WILL CHECK IT: ONE C0,    *
      **   D0 AND E0, THE F0 LINES, AND THE X0 ITSELF.                   *
      **----------------------------------------------------------------*
       2800-QUEUE-CLAIM.
           MOVE PCD-DDEC-E0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE WS-TOTAL-CHARGES  TO E0-TOT-CLAIM-AMT
           MOVE WS-E-PAT-PAID     TO E0-PAT-PAID-AMT
           MOVE WS-PCDSCLAIM-REC  TO PCD-DDEC-E0-IMAGE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'X0' TO PCDS-00-REC-TYPE
           MOVE WS-E-PAT-CNTL-NUM TO X0-PAT-CNTL-NUM
           COMPUTE X0-PHYS-REC-CNT = WS-LINE-COUNT + 4
           MOVE 1                 TO X0-RECNOCX X0-RECNODX X0-RECNOEX
           MOVE WS-LINE-COUNT     TO X0-RECNOFX
           MOVE ZERO              TO X0-RECNOGX X0-RECNOHX X0-RECNOKX
           MOVE WS-LINE-COUNT     TO X0-NUM-SERV-LN
           MOVE WS-TOTAL-CHARGES  TO X0-CLAIM-TOT-CHRG
           MOVE WS-E-PAT-PAID     TO X0-PAT-PAID
           MOVE WS-PCDSCLAIM-REC  TO PCD-DDEC-X0-IMAGE
           MOVE WS-OPERATOR-ID    TO PCD-DDEC-OPERATOR-ID
           ACCEPT PCD-DDEC-ENTRY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACTION-TIME FROM TIME
           MOVE WS-ACTION-TIME (1:6) TO PCD-DDEC-ENTRY-TIME
           MOVE WS-E-PROV-TAX-ID   TO PCD-DDEC-PROV-TAX-ID
           MOVE WS-E-PROV-TAX-TYPE TO PCD-DDEC-PROV-TAX-TYPE
           MOVE WS-E-PROV-NPI      TO PCD-DDEC-PROV-NPI
           MOVE WS-E-PROV-NAME     TO PCD-DDEC-PROV-NAME
           MOVE WS-E-PAT-CNTL-NUM  TO PCD-DDEC-PAT-CNTL-NUM
           MOVE WS-LINE-COUNT      TO PCD-DDEC-LINE-COUNT
           MOVE WS-TOTAL-CHARGES   TO PCD-DDEC-TOTAL-CHARGES
           WRITE FD-DDEC-REC FROM PCD-DDEC-REC
           ADD 1 TO WS-CLAIMS-QUEUED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'CLAIM ' DELIMITED BY SIZE
                  WS-E-PAT-CNTL-NUM DELIMITED BY SPACE
                  ' QUEUED FOR THE KEYED-ENTRY JOB' DELIMITED BY SIZE
               INTO WS-MESSAGE-LINE.
       2800-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-CHECK-PATIENT -- BUILDS THE C0 AND APPLIES THE PATIENT   *
      **   CHECKS, INCLUDING THE PCD118 ZIP/STATE TEST AGAINST PCDZIPM.  *
      **   THE FIRST FAILURE IS LEFT ON THE MESSAGE LINE.                *
      **----------------------------------------------------------------*
       3100-CHECK-PATIENT.
           IF WS-E-PROV-TAX-ID NOT NUMERIC
           OR WS-E-PROV-TAX-ID-9 = ZERO
               MOVE 'BILLING PROVIDER TAX ID MUST BE 9 DIGITS'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF WS-E-PROV-TAX-TYPE NOT = 'E'
              AND WS-E-PROV-TAX-TYPE NOT = 'S'
               MOVE 'TAX ID TYPE MUST BE E (EIN) OR S (SSN)'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF WS-E-PROV-NPI NOT NUMERIC
               MOVE 'BILLING PROVIDER NPI MUST BE 10 DIGITS'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF WS-E-PROV-NAME = SPACES
               MOVE 'BILLING PROVIDER NAME IS REQUIRED'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'C0' TO PCDS-00-REC-TYPE
           MOVE '1'               TO C0-TRANSACTION-TYPE
           MOVE WS-E-PAT-CNTL-NUM TO C0-PAT-CNTL-NUM
           MOVE WS-E-PAT-LAST     TO C0-PAT-L-NAME
           MOVE WS-E-PAT-FIRST    TO C0-PAT-F-NAME
           MOVE WS-E-PAT-MI       TO C0-PAT-M-INIT
           MOVE WS-E-PAT-SEX      TO C0-PAT-SEX
           MOVE WS-E-PAT-BIRTH    TO C0-PAT-BIRTH-DATE-X
           MOVE WS-E-PAT-MARR     TO C0-MARR-STATUS
           MOVE WS-E-PAT-ADDR     TO C0-PAT-ADDR-1
           MOVE WS-E-PAT-CITY     TO C0-PAT-CITY
           MOVE WS-E-PAT-STATE    TO C0-PAT-STATE
           MOVE WS-E-PAT-ZIP      TO C0-PAT-ZIP
           IF C0-PAT-L-NAME1 = SPACE
           OR C0-PAT-F-NAME1 = SPACE
               MOVE 'PATIENT LAST AND FIRST NAME ARE REQUIRED'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF C0-PAT-SEX NOT = 'M'
              AND C0-PAT-SEX NOT = 'F'
              AND C0-PAT-SEX NOT = 'U'
               MOVE 'PATIENT SEX MUST BE M, F OR U'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-E-PAT-BIRTH TO WS-CHECK-DATE-X
           PERFORM 5000-CHECK-DATE THRU 5000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 'PATIENT BIRTH DATE IS NOT A VALID PAST DATE'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-BIRTH-DATE
           IF NOT C0-MARR-STAT-NOT-ENTERED
              AND NOT C0-VALID-MARR-STAT
               MOVE 'MARITAL STATUS MUST BE S M X D W U P OR BLANK'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF C0-PAT-ADDR1-C1 = SPACE
           OR C0-PAT-CITY-C1 = SPACE
               MOVE 'PATIENT STREET ADDRESS AND CITY ARE REQUIRED'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF C0-PAT-ZIP5 NOT NUMERIC
               MOVE 'PATIENT ZIP CODE MUST BE 5 OR 9 DIGITS'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE C0-PAT-ZIP5 TO PCD-ZIPM-ZIP5
           READ PCD-ZIPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ZIPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ZIPM-FILE-STATUS
           END-READ
           IF NOT WS-ZIPM-FOUND
               MOVE 'PATIENT ZIP NOT ON POSTAL REFERENCE MASTER'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           IF PCD-ZIPM-STATE NOT = C0-PAT-STATE
               MOVE 'PATIENT ZIP AND STATE DISAGREE'
                   TO WS-MESSAGE-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-PCDSCLAIM-REC TO PCD-DDEC-C0-IMAGE.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-PAYER -- BUILDS THE D0.  THE SOURCE-OF-PAYMENT     *
      **   CODE IS LOOKED UP ON THE SAME PCDSOPCTL TABLE PCD009 USES.    *
      **   A PATIENT WHO IS THE INSURED (01) NEED NOT BE KEYED TWICE.    *
      **----------------------------------------------------------------*
       3200-CHECK-PAYER.
           IF WS-E-PAT-REL = '01'
              AND WS-E-INS-LAST = SPACES
               MOVE WS-E-PAT-LAST  TO WS-E-INS-LAST
               MOVE WS-E-PAT-FIRST TO WS-E-INS-FIRST
               MOVE WS-E-PAT-MI    TO WS-E-INS-MI
               MOVE WS-E-PAT-SEX   TO WS-E-INS-SEX
               MOVE WS-E-PAT-BIRTH TO WS-E-INS-BIRTH
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'D0' TO PCDS-00-REC-TYPE
           MOVE '01' TO PCDS-SEQ-NO-X
           MOVE WS-E-PAT-CNTL-NUM TO D0-PAT-CNTL-NUM
           MOVE WS-E-SOP-CODE     TO D0-PYMT-SRCE-CODE
           MOVE WS-E-PAYOR-ID     TO D0-PAYOR-ID
           MOVE WS-E-INSURED-ID   TO D0-INSURED-ID
           MOVE WS-E-PAYOR-NAME   TO D0-PAYOR-NAME
           MOVE WS-E-GROUP-NUM    TO D0-INS-GRP-PLCY-NUM
           MOVE WS-E-INS-LAST     TO D0-INS-LAST-NAME
           MOVE WS-E-INS-FIRST    TO D0-INS-FIRST-NAME
           MOVE WS-E-INS-MI       TO D0-INS-MID-INTL
           MOVE WS-E-INS-SEX      TO D0-INS-SEX
           MOVE WS-E-INS-BIRTH    TO D0-INSUR-BIRTH-DATE-X
           MOVE WS-E-PAT-REL      TO D0-PAT-REL-TO-INS
           MOVE WS-E-BENEF-ASGN   TO D0-BENEF-ASGN-CERT-IND
           MOVE 'MI'              TO D0-INSURED-ID-QUALIFIER
           MOVE ZERO              TO D0-PRIOR-PYMT-AMNT
           IF D0-PAYOR-ID = SPACES
               MOVE 'PAYER ID IS REQUIRED' TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           MOVE D0-PYMT-SRCE-CODE TO PCD-SOP-CODE
           READ PCD-SOP-CTL-FILE
               INVALID KEY
                   MOVE '23' TO WS-SOP-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-SOP-FILE-STATUS
           END-READ
           IF NOT WS-SOP-FOUND
               MOVE 'SOURCE-OF-PAYMENT CODE NOT ON SOP TABLE'
                   TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           IF D0-INSURED-ID = SPACES
               MOVE 'INSURED ID IS REQUIRED' TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           IF NOT D0-VALID-PATIENT-REL-CODE
               MOVE 'PATIENT RELATIONSHIP MUST BE 01 THRU 25 OR 99'
                   TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           IF D0-LAST-NAME1 = SPACE
           OR D0-FIRST-NAME1 = SPACE
               MOVE 'INSURED LAST AND FIRST NAME ARE REQUIRED'
                   TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           IF NOT D0-INSURED-SEX-NOT-ENTERED
              AND NOT D0-VALID-INSURED-SEX
               MOVE 'INSURED SEX MUST BE M, F, U OR BLANK'
                   TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           IF D0-INSUR-BIRTH-DATE-X NOT = SPACES
               MOVE D0-INSUR-BIRTH-DATE-X TO WS-CHECK-DATE-X
               PERFORM 5000-CHECK-DATE THRU 5000-EXIT
               IF NOT WS-DATE-VALID
               OR WS-CHECK-DATE > WS-RUN-DATE
                   MOVE 'INSURED BIRTH DATE IS NOT A VALID PAST DATE'
                       TO WS-MESSAGE-LINE
                   GO TO 3200-EXIT
               END-IF
           END-IF
           IF D0-BENEF-ASGN-CERT-IND NOT = SPACE
              AND NOT D0-BENEFITS-ASSIGNED
              AND NOT D0-BENEFITS-NON-ASSIGNED
               MOVE 'BENEFITS ASSIGNED MUST BE Y, N OR BLANK'
                   TO WS-MESSAGE-LINE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-PCDSCLAIM-REC TO PCD-DDEC-D0-IMAGE.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-CHECK-CLAIM -- BUILDS THE E0.  EACH DIAGNOSIS IS PUT     *
      **   THROUGH THE PCD119 TESTS: ON PCDICDM FOR THE ICD VERSION,     *
      **   IN FORCE ON THE CLAIM DATE, AND NOT AGAINST THE PATIENT'S     *
      **   SEX OR AGE.  THE CLAIM TOTALS ARE ADDED WHEN IT IS QUEUED.    *
      **----------------------------------------------------------------*
       3300-CHECK-CLAIM.
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'E0' TO PCDS-00-REC-TYPE
           MOVE WS-E-PAT-CNTL-NUM TO E0-PAT-CNTL-NUM
           MOVE WS-E-ACCEPT-ASGN  TO E0-PROV-ACCEPTS-ASSIGNMENT-IND
           MOVE WS-E-DIAG (1)     TO E0-DIAG-CODE (1)
           MOVE WS-E-DIAG (2)     TO E0-DIAG-CODE (2)
           MOVE WS-E-DIAG (3)     TO E0-DIAG-CODE (3)
           MOVE WS-E-DIAG (4)     TO E0-DIAG-CODE (4)
           MOVE WS-E-CLAIM-DATE   TO E0-CLAIM-DATE-X
           MOVE '100'             TO E0-TYPE-OF-CLAIM
           MOVE WS-E-PRIOR-AUTH   TO E0-PRIOR-AUTH-NUM
           MOVE ZERO              TO E0-TOT-CLAIM-AMT E0-PAT-PAID-AMT
           EVALUATE WS-E-ICD-IND
               WHEN '0'
                   MOVE 'ABK' TO E0-DIAG-CD-QUAL
                   MOVE '0'   TO WS-ICD-VERSION
               WHEN '9'
                   MOVE 'BK ' TO E0-DIAG-CD-QUAL
                   MOVE '9'   TO WS-ICD-VERSION
               WHEN OTHER
                   MOVE 'ICD INDICATOR MUST BE 0 (ICD-10) OR 9 (ICD-9)'
                       TO WS-MESSAGE-LINE
                   GO TO 3300-EXIT
           END-EVALUATE
           MOVE WS-E-CLAIM-DATE TO WS-CHECK-DATE-X
           PERFORM 5000-CHECK-DATE THRU 5000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 'CLAIM DATE IS NOT A VALID DATE, TODAY OR EARLIER'
                   TO WS-MESSAGE-LINE
               GO TO 3300-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-CLAIM-DATE
           IF E0-PRIM-DIAG-1 = SPACE
               MOVE 'PRIMARY DIAGNOSIS IS REQUIRED' TO WS-MESSAGE-LINE
               GO TO 3300-EXIT
           END-IF
           PERFORM VARYING WS-DIAG-SUB FROM 2 BY 1
                   UNTIL WS-DIAG-SUB > 4
                      OR WS-MESSAGE-LINE NOT = SPACES
               IF WS-E-DIAG (WS-DIAG-SUB) NOT = SPACES
                  AND WS-E-DIAG (WS-DIAG-SUB - 1) = SPACES
                   MOVE 'KEY THE DIAGNOSES IN ORDER WITHOUT GAPS'
                       TO WS-MESSAGE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DIAG-SUB FROM 1 BY 1
                   UNTIL WS-DIAG-SUB > 4
                      OR WS-MESSAGE-LINE NOT = SPACES
               IF WS-E-DIAG (WS-DIAG-SUB) NOT = SPACES
                   PERFORM 3350-CHECK-DIAGNOSIS THRU 3350-EXIT
               END-IF
           END-PERFORM
           IF WS-MESSAGE-LINE NOT = SPACES
               GO TO 3300-EXIT
           END-IF
           IF NOT E0-VALID-PROV-ACCT
               MOVE 'ACCEPT ASSIGNMENT MUST BE A, N OR H'
                   TO WS-MESSAGE-LINE
               GO TO 3300-EXIT
           END-IF
           MOVE WS-PCDSCLAIM-REC TO PCD-DDEC-E0-IMAGE.
       3300-EXIT.
           EXIT.
       3350-CHECK-DIAGNOSIS.
           MOVE ZERO TO WS-DOT-COUNT
           INSPECT WS-E-DIAG (WS-DIAG-SUB)
               TALLYING WS-DOT-COUNT FOR ALL '.'
           IF WS-DOT-COUNT > ZERO
               MOVE 'KEY DIAGNOSIS CODES WITHOUT THE DECIMAL POINT'
                   TO WS-MESSAGE-LINE
               GO TO 3350-EXIT
           END-IF
           MOVE WS-E-DIAG (WS-DIAG-SUB) TO PCD-ICDM-DIAG-CODE
           MOVE WS-ICD-VERSION          TO PCD-ICDM-VERSION
           READ PCD-ICDM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ICDM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ICDM-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ICDM-FOUND
                   STRING 'DIAGNOSIS CODE NOT ON MASTER: '
                           DELIMITED BY SIZE
                          WS-E-DIAG (WS-DIAG-SUB) DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
               WHEN WS-CLAIM-DATE < PCD-ICDM-EFF-DATE
               OR (PCD-ICDM-TERM-DATE > ZERO
                   AND WS-CLAIM-DATE > PCD-ICDM-TERM-DATE)
                   STRING 'DIAGNOSIS NOT IN FORCE ON CLAIM DATE: '
                           DELIMITED BY SIZE
                          WS-E-DIAG (WS-DIAG-SUB) DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
               WHEN PCD-ICDM-SEX-CONSTRAINT NOT = SPACE
                AND WS-E-PAT-SEX NOT = 'U'
                AND PCD-ICDM-SEX-CONSTRAINT NOT = WS-E-PAT-SEX
                   STRING 'DIAGNOSIS CONFLICTS WITH PATIENT SEX: '
                           DELIMITED BY SIZE
                          WS-E-DIAG (WS-DIAG-SUB) DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
               WHEN OTHER
                   PERFORM 3360-CHECK-DIAGNOSIS-AGE THRU 3360-EXIT
           END-EVALUATE.
       3350-EXIT.
           EXIT.
       3360-CHECK-DIAGNOSIS-AGE.
           IF PCD-ICDM-AGE-MIN = ZERO
              AND PCD-ICDM-AGE-MAX = ZERO
               GO TO 3360-EXIT
           END-IF
           COMPUTE WS-AGE-YEARS = (WS-CLAIM-DATE / 10000)
                                - (WS-BIRTH-DATE / 10000)
           IF WS-CLAIM-DATE (5:4) < WS-BIRTH-DATE (5:4)
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF
           IF WS-AGE-YEARS < PCD-ICDM-AGE-MIN
            OR (PCD-ICDM-AGE-MAX > ZERO
                AND WS-AGE-YEARS > PCD-ICDM-AGE-MAX)
               STRING 'DIAGNOSIS CONFLICTS WITH PATIENT AGE: '
                       DELIMITED BY SIZE
                      WS-E-DIAG (WS-DIAG-SUB) DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
           END-IF.
       3360-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-CHECK-LINE -- BUILDS THE F0.  THE PROCEDURE CODE GETS    *
      **   THE PCD153 TEST (ON PCDPRCM, IN FORCE ON THE FROM DATE) AND   *
      **   THE LINE THE PCD062 DUPLICATE TEST AGAINST THE CLAIM'S OTHER  *
      **   LINES.                                                        *
      **----------------------------------------------------------------*
       3400-CHECK-LINE.
           MOVE WS-E-FROM-DATE TO WS-CHECK-DATE-X
           PERFORM 5000-CHECK-DATE THRU 5000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 'FROM DATE IS NOT A VALID DATE, TODAY OR EARLIER'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-LINE-DOS
           IF WS-E-THRU-DATE = SPACES
               MOVE WS-E-FROM-DATE TO WS-E-THRU-DATE
           END-IF
           MOVE WS-E-THRU-DATE TO WS-CHECK-DATE-X
           PERFORM 5000-CHECK-DATE THRU 5000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
           OR WS-CHECK-DATE < WS-LINE-DOS
               MOVE 'THRU DATE MUST BE VALID, FROM DATE OR LATER'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-THRU-DOS
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'F0' TO PCDS-00-REC-TYPE
           COMPUTE F0-SEQ-NUM = WS-LINE-COUNT + 1
           MOVE WS-E-PAT-CNTL-NUM TO F0-PAT-CNTL-NUM
           MOVE WS-E-FROM-DATE    TO F0-FROM-DATE-X
           MOVE WS-E-THRU-DATE    TO F0-THRU-DATE-X
           MOVE WS-E-POS          TO F0-SERVICE-PLACE
           MOVE 'HC'              TO F0-PROC-CODE-QUAL
           MOVE WS-E-PROC-CODE    TO F0-PROC-CODE
           MOVE WS-E-MODIFIERS    TO F0-PROC-CODE-MODIFIERS
           MOVE WS-E-CHARGE       TO F0-LINE-CHRG
           MOVE WS-E-DIAG-PTR     TO F0-DIAG-PTR-1
           MOVE 'UN'              TO F0-SERVICE-UNIT-QUAL
           MOVE WS-E-UNITS        TO F0-SERVICE-UNIT
           IF NOT F0-VALID-PLACE-SERVICE
               MOVE 'PLACE OF SERVICE CODE IS NOT VALID'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           MOVE F0-PROC-CODE      TO PCD-PRCM-PROC-CODE
           MOVE F0-PROC-CODE-QUAL TO PCD-PRCM-CODE-QUAL
           READ PCD-PRCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRCM-FILE-STATUS
           END-READ
           IF NOT WS-PRCM-FOUND
               STRING 'PROCEDURE CODE NOT ON MASTER: ' DELIMITED BY SIZE
                      F0-PROC-CODE DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           IF WS-LINE-DOS < PCD-PRCM-EFF-DATE
           OR (PCD-PRCM-TERM-DATE > ZERO
               AND WS-LINE-DOS > PCD-PRCM-TERM-DATE)
               MOVE 'PROCEDURE CODE NOT EFFECTIVE ON THE FROM DATE'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           IF WS-E-CHARGE = ZERO
               MOVE 'LINE CHARGE MUST BE GREATER THAN ZERO'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           IF WS-E-UNITS = ZERO
               MOVE 'UNITS MUST BE GREATER THAN ZERO'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           IF WS-E-DIAG-PTR < '1'
           OR WS-E-DIAG-PTR > '4'
               MOVE 'DIAGNOSIS POINTER MUST BE 1 THRU 4'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           IF WS-E-DIAG (WS-E-DIAG-PTR-9) = SPACES
               MOVE 'DIAGNOSIS POINTER POINTS TO AN EMPTY DIAGNOSIS'
                   TO WS-MESSAGE-LINE
               GO TO 3400-EXIT
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                      OR WS-MESSAGE-LINE NOT = SPACES
               IF WS-KL-FROM-DATE (WS-LINE-SUB) = WS-E-FROM-DATE
                  AND WS-KL-PROC-CODE (WS-LINE-SUB) = WS-E-PROC-CODE
                  AND WS-KL-MODIFIERS (WS-LINE-SUB) = WS-E-MODIFIERS
                   MOVE WS-LINE-SUB TO WS-DUP-LINE-NO
                   STRING 'DUPLICATES LINE ' DELIMITED BY SIZE
                          WS-DUP-LINE-NO DELIMITED BY SIZE
                          ' -- ADD A MODIFIER OR UNITS INSTEAD'
                              DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
               END-IF
           END-PERFORM.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-CHECK-DATE -- WS-CHECK-DATE-X MUST BE A REAL CCYYMMDD    *
      **   CALENDAR DATE, LEAP YEARS INCLUDED.                           *
      **----------------------------------------------------------------*
       5000-CHECK-DATE.
           MOVE 'N' TO WS-DATE-SWITCH
           IF WS-CHECK-DATE-X NOT NUMERIC
               GO TO 5000-EXIT
           END-IF
           IF WS-CHECK-CCYY < 1850
           OR WS-CHECK-MM < 1
           OR WS-CHECK-MM > 12
           OR WS-CHECK-DD < 1
               GO TO 5000-EXIT
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
               GO TO 5000-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       5000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-ZIPM-MASTER
           CLOSE PCD-SOP-CTL-FILE
           CLOSE PCD-ICDM-MASTER
           CLOSE PCD-PRCM-MASTER
           CLOSE PCD-DDE-QUEUE
           DISPLAY 'PCD230M - CLAIMS QUEUED:        ' WS-CLAIMS-QUEUED.
       9000-EXIT.
           EXIT.
