      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD213           SYSTEM: PCDS                     *
      **    QUARTERLY 340B DUPLICATE-DISCOUNT AUDIT REPORT             *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LISTS EVERY 340B   *
      **                          DRUG LINE ON THE PCD34BA AUDIT       *
      **                          HISTORY SERVED IN THE QUARTER (THE   *
      **                          LAST ONE ENDED, OR THE CCYYQN ON THE *
      **                          PCD34BCP PARM CARD), ON PCD34BRP,    *
      **                          ONE SECTION PER CLIENT (A NEW PAGE   *
      **                          EACH) BY 340B ID, SITE AND SERVICE   *
      **                          DATE, SO A COVERED ENTITY CAN SHOW   *
      **                          AN HRSA AUDITOR THAT EACH MEDICAID   *
      **                          LINE WENT OUT WITH THE UD MODIFIER   *
      **                          AND WAS KEPT OFF THE PCD134 REBATE   *
      **                          INVOICES.  A MEDICAID LINE THAT      *
      **                          COULD NOT BE FLAGGED IS MARKED       *
      **                          EXPOSURE.  EACH SECTION ENDS WITH    *
      **                          THE CLIENT'S COUNTS.                 *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD213.
       AUTHOR.        PHARMACY SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE     ASSIGN TO PCD34BCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-34BA-MASTER   ASSIGN TO PCD34BA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-34BA-KEY
               FILE STATUS IS WS-34BA-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCD34BRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-34BA-MASTER.
       COPY PCD34BA.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID           PIC X(006).
           05  SD-ENTITY-ID           PIC X(015).
           05  SD-SITE-NPI            PIC X(010).
           05  SD-SVC-DATE            PIC 9(008).
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-LINE-SEQ            PIC X(002).
           05  SD-BATCH-TYPE          PIC X(003).
           05  SD-PROC-CODE           PIC X(005).
           05  SD-NDC-CODE            PIC X(011).
           05  SD-PAYOR-ID            PIC X(005).
           05  SD-MEDICAID-SW         PIC X(001).
           05  SD-FLAG-STATUS         PIC X(001).
           05  SD-REBATE-EXCL-DATE    PIC 9(008).
       WORKING-STORAGE SECTION.
       COPY PCDCLNA.
      **----------------------------------------------------------------*
      **   THE OPTIONAL PARM CARD NAMES THE QUARTER (CCYYQN, E.G.        *
      **   2026Q3) WHEN AN AUDITOR ASKS FOR AN EARLIER ONE.  NO CARD     *
      **   MEANS THE LAST QUARTER ENDED BEFORE THE RUN DATE.             *
      **----------------------------------------------------------------*
       01  WS-PARM-REC.
           05  WS-PARM-QUARTER.
               10  WS-PARM-CCYY        PIC X(004).
               10  WS-PARM-Q-LITERAL   PIC X(001).
               10  WS-PARM-QTR         PIC X(001).
           05  FILLER                  PIC X(074).
       77  WS-PARM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PARM-END-OF-FILE                 VALUE 'Y'.
       77  WS-34BA-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-34BA-FOUND                       VALUE '00'.
       77  WS-34BA-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-34BA-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RPT-CCYY                 PIC 9(004)  VALUE ZERO.
       77  WS-RPT-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-QTR-START-DATE           PIC 9(008)  VALUE ZERO.
       77  WS-QTR-END-DATE             PIC 9(008)  VALUE ZERO.
       77  WS-PRIOR-CLIENT-ID          PIC X(006)  VALUE HIGH-VALUES.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-LISTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLIENTS-REPORTED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CL-LINES                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CL-MEDICAID              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CL-FLAGGED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CL-EXCLUDED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CL-EXPOSED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TOT-MEDICAID             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TOT-FLAGGED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TOT-EXPOSED              PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD213 - 340B DUPLICATE-DISCOUNT AUDIT  QUARTER '.
           05  WS-H1-QUARTER           PIC X(006).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-H1-START-DATE        PIC 9(008).
           05  FILLER                  PIC X(004)  VALUE ' TO '.
           05  WS-H1-END-DATE          PIC 9(008).
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(036)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(008)  VALUE ' CLIENT '.
           05  WS-H2-CLIENT-ID         PIC X(006).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-H2-CLIENT-NAME       PIC X(030).
           05  FILLER                  PIC X(086)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               ' 340B ID          SITE NPI    PATIENT CNTL NO   LN'.
           05  FILLER                  PIC X(050)  VALUE
               '  SERVICE  BAT  PROC   NDC          PAYER  MCD  34'.
           05  FILLER                  PIC X(032)  VALUE
               '0B FLAG    REB EXCL  EXPOSURE   '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-ENTITY-ID          PIC X(015).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SITE-NPI           PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-LINE-SEQ           PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SVC-DATE           PIC 9(008).
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-BATCH-TYPE         PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PROC-CODE          PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-NDC-CODE           PIC X(011).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-MEDICAID           PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FLAG               PIC X(011).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-REBATE-EXCL-DATE   PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-EXPOSURE           PIC X(008).
           05  FILLER                  PIC X(003)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(091)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-SET-QUARTER THRU 1000-EXIT
           OPEN INPUT  PCD-34BA-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID
               ON ASCENDING KEY SD-ENTITY-ID
               ON ASCENDING KEY SD-SITE-NPI
               ON ASCENDING KEY SD-SVC-DATE
               ON ASCENDING KEY SD-PAT-CNTL-NO
               ON ASCENDING KEY SD-LINE-SEQ
               INPUT PROCEDURE  2000-SELECT-QUARTER  THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-BY-CLIENT THRU 4000-EXIT
           CLOSE PCD-34BA-MASTER
           CLOSE PCD-REPORT-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD213 - QUARTER REPORTED:      ' WS-H1-QUARTER
           DISPLAY 'PCD213 - AUDIT ROWS READ:       ' WS-ROWS-READ
           DISPLAY 'PCD213 - 340B LINES LISTED:     ' WS-LINES-LISTED
           DISPLAY 'PCD213 - MEDICAID 340B LINES:   ' WS-TOT-MEDICAID
           DISPLAY 'PCD213 - LINES FLAGGED UD:      ' WS-TOT-FLAGGED
           DISPLAY 'PCD213 - MEDICAID NOT FLAGGED:  ' WS-TOT-EXPOSED
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-SET-QUARTER -- THE QUARTER'S FIRST AND LAST DAYS.  THE   *
      **   LAST DAY IS TAKEN AS THE 31ST; NO SERVICE DATE FALLS BETWEEN  *
      **   A 30-DAY MONTH'S END AND IT.                                  *
      **----------------------------------------------------------------*
       1000-SET-QUARTER.
           MOVE SPACES TO WS-PARM-REC
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE INTO WS-PARM-REC
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ
           CLOSE PCD-PARM-FILE
           IF WS-PARM-QUARTER NOT = SPACES
               IF WS-PARM-CCYY NOT NUMERIC
               OR WS-PARM-Q-LITERAL NOT = 'Q'
               OR WS-PARM-QTR < '1'
               OR WS-PARM-QTR > '4'
                   DISPLAY 'PCD213 - PARM CARD QUARTER ' WS-PARM-QUARTER
                       ' NOT CCYYQN - RUN STOPPED'
                   STOP RUN
               END-IF
               MOVE WS-PARM-CCYY TO WS-RPT-CCYY
               MOVE WS-PARM-QTR  TO WS-RPT-QTR
           ELSE
               COMPUTE WS-RUN-MONTH = (WS-RUN-DATE / 100)
                                    - ((WS-RUN-DATE / 10000) * 100)
               COMPUTE WS-RPT-CCYY = WS-RUN-DATE / 10000
               COMPUTE WS-RPT-QTR  = ((WS-RUN-MONTH - 1) / 3) + 1
               IF WS-RPT-QTR = 1
                   MOVE 4 TO WS-RPT-QTR
                   SUBTRACT 1 FROM WS-RPT-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-QTR
               END-IF
           END-IF
           COMPUTE WS-QTR-START-DATE
               = (WS-RPT-CCYY * 10000)
               + (((WS-RPT-QTR - 1) * 3 + 1) * 100) + 1
           COMPUTE WS-QTR-END-DATE
               = (WS-RPT-CCYY * 10000)
               + ((WS-RPT-QTR * 3) * 100) + 31
           MOVE SPACES TO WS-H1-QUARTER
           STRING WS-RPT-CCYY DELIMITED BY SIZE
                  'Q'         DELIMITED BY SIZE
                  WS-RPT-QTR  DELIMITED BY SIZE
               INTO WS-H1-QUARTER
           MOVE WS-QTR-START-DATE TO WS-H1-START-DATE
           MOVE WS-QTR-END-DATE   TO WS-H1-END-DATE
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SELECT-QUARTER -- SORT INPUT PROCEDURE.  ONE PASS OF THE *
      **   AUDIT HISTORY, RELEASING EVERY LINE SERVED IN THE QUARTER.    *
      **----------------------------------------------------------------*
       2000-SELECT-QUARTER.
           MOVE LOW-VALUES TO PCD-34BA-KEY
           START PCD-34BA-MASTER KEY NOT < PCD-34BA-KEY
               INVALID KEY
                   SET WS-34BA-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT
           PERFORM 2200-CHECK-ROW     THRU 2200-EXIT
               UNTIL WS-34BA-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-NEXT-ROW.
           IF WS-34BA-END-OF-FILE
               GO TO 2100-EXIT
           END-IF
           READ PCD-34BA-MASTER NEXT RECORD
               AT END
                   SET WS-34BA-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CHECK-ROW.
           ADD 1 TO WS-ROWS-READ
           IF PCD-34BA-SVC-DATE < WS-QTR-START-DATE
           OR PCD-34BA-SVC-DATE > WS-QTR-END-DATE
               PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE PCD-34BA-CLIENT-ID        TO SD-CLIENT-ID
           MOVE PCD-34BA-ENTITY-ID        TO SD-ENTITY-ID
           MOVE PCD-34BA-SITE-NPI         TO SD-SITE-NPI
           MOVE PCD-34BA-SVC-DATE         TO SD-SVC-DATE
           MOVE PCD-34BA-PAT-CNTL-NO      TO SD-PAT-CNTL-NO
           MOVE PCD-34BA-LINE-SEQ         TO SD-LINE-SEQ
           MOVE PCD-34BA-BATCH-TYPE       TO SD-BATCH-TYPE
           MOVE PCD-34BA-PROC-CODE        TO SD-PROC-CODE
           MOVE PCD-34BA-NDC-CODE         TO SD-NDC-CODE
           MOVE PCD-34BA-PAYOR-ID         TO SD-PAYOR-ID
           MOVE PCD-34BA-MEDICAID-SW      TO SD-MEDICAID-SW
           MOVE PCD-34BA-FLAG-STATUS      TO SD-FLAG-STATUS
           MOVE PCD-34BA-REBATE-EXCL-DATE TO SD-REBATE-EXCL-DATE
           RELEASE SD-SORT-REC
           PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-BY-CLIENT -- SORT OUTPUT PROCEDURE.  EACH CLIENT   *
      **   STARTS A NEW PAGE SO ITS SECTION CAN GO TO ITS OWN AUDITOR.   *
      **   A MEDICAID LINE THAT WENT OUT WITHOUT THE UD MODIFIER IS      *
      **   MARKED AS DUPLICATE-DISCOUNT EXPOSURE.                        *
      **----------------------------------------------------------------*
       4000-PRINT-BY-CLIENT.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PRINT-LINE THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF WS-CLIENTS-REPORTED > ZERO
               PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
           ELSE
               WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
                   AFTER ADVANCING PAGE
               MOVE SPACES TO PCD-REPORT-LINE
               MOVE ' NO 340B LINES SERVED IN THE QUARTER'
                   TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PRINT-LINE.
           IF SD-CLIENT-ID NOT = WS-PRIOR-CLIENT-ID
               IF WS-CLIENTS-REPORTED > ZERO
                   PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
               END-IF
               PERFORM 4300-CLIENT-HEADING THRU 4300-EXIT
           END-IF
           MOVE SD-ENTITY-ID   TO WS-D-ENTITY-ID
           MOVE SD-SITE-NPI    TO WS-D-SITE-NPI
           MOVE SD-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE SD-LINE-SEQ    TO WS-D-LINE-SEQ
           MOVE SD-SVC-DATE    TO WS-D-SVC-DATE
           MOVE SD-BATCH-TYPE  TO WS-D-BATCH-TYPE
           MOVE SD-PROC-CODE   TO WS-D-PROC-CODE
           MOVE SD-NDC-CODE    TO WS-D-NDC-CODE
           MOVE SD-PAYOR-ID    TO WS-D-PAYOR-ID
           MOVE SPACES         TO WS-D-EXPOSURE
                                  WS-D-REBATE-EXCL-DATE
           ADD 1 TO WS-LINES-LISTED
                    WS-CL-LINES
           IF SD-MEDICAID-SW = 'Y'
               MOVE 'YES' TO WS-D-MEDICAID
               ADD 1 TO WS-CL-MEDICAID
                        WS-TOT-MEDICAID
           ELSE
               MOVE 'NO'  TO WS-D-MEDICAID
           END-IF
           IF SD-FLAG-STATUS = 'F'
               MOVE 'UD STAMPED'  TO WS-D-FLAG
               ADD 1 TO WS-CL-FLAGGED
                        WS-TOT-FLAGGED
           ELSE
               MOVE 'NOT FLAGGED' TO WS-D-FLAG
               IF SD-MEDICAID-SW = 'Y'
                   MOVE 'EXPOSURE' TO WS-D-EXPOSURE
                   ADD 1 TO WS-CL-EXPOSED
                            WS-TOT-EXPOSED
               END-IF
           END-IF
           IF SD-REBATE-EXCL-DATE > ZERO
               MOVE SD-REBATE-EXCL-DATE TO WS-D-REBATE-EXCL-DATE
               ADD 1 TO WS-CL-EXCLUDED
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-CLIENT-HEADING.
           MOVE SD-CLIENT-ID TO WS-PRIOR-CLIENT-ID
           MOVE ZERO         TO WS-CL-LINES
                                WS-CL-MEDICAID
                                WS-CL-FLAGGED
                                WS-CL-EXCLUDED
                                WS-CL-EXPOSED
           ADD 1 TO WS-CLIENTS-REPORTED
           MOVE SD-CLIENT-ID TO WS-H2-CLIENT-ID
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD213'     TO PCD-CLNA-CALLER
           MOVE SD-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD213 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-NAME TO WS-H2-CLIENT-NAME
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3.
       4300-EXIT.
           EXIT.
       4400-CLIENT-TOTAL.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE ' 340B LINES FOR CLIENT'           TO WS-T-LABEL
           MOVE WS-CL-LINES    TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ' BILLED TO MEDICAID'              TO WS-T-LABEL
           MOVE WS-CL-MEDICAID TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ' SENT WITH THE UD MODIFIER'       TO WS-T-LABEL
           MOVE WS-CL-FLAGGED  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ' KEPT OFF A REBATE INVOICE'       TO WS-T-LABEL
           MOVE WS-CL-EXCLUDED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ' MEDICAID LINES NOT FLAGGED'      TO WS-T-LABEL
           MOVE WS-CL-EXPOSED  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       4400-EXIT.
           EXIT.
