      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD180           SYSTEM: PCDS                     *
      **    PHI ACCESS EXCEPTIONS -- MONTHLY                           *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN EARLY EACH     *
      **                          MONTH FOR THE PRIVACY OFFICER.       *
      **                          READS THE PCDDISL ACCESS LOG FOR THE *
      **                          MONTH ON THE PCDDISM CARD (COLS 1-6, *
      **                          CCYYMM; NO CARD MEANS THE PRIOR      *
      **                          MONTH) AND LISTS ON PCDDISXR EACH    *
      **                          OPERATOR WHO VIEWED MORE DISTINCT    *
      **                          PATIENTS THAN THE THRESHOLD (COLS    *
      **                          7-11, DEFAULT 150), AND EACH PATIENT *
      **                          WHOSE SURNAME MATCHES THE VIEWING    *
      **                          OPERATOR'S SURNAME ON PCDOPRD.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD180.
       AUTHOR.        DATA SECURITY UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE    ASSIGN TO PCDDISM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PCD-DISL-FILE    ASSIGN TO PCDDISL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.
           SELECT PCD-OPRD-FILE    ASSIGN TO PCDOPRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRD-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDDISXR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-DISL-FILE
           RECORDING MODE IS F.
       COPY PCDDISL.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-OPERATOR-ID         PIC X(008).
           05  SD-PATIENT-KEY.
               10  SD-PATIENT-KEY-TYPE
                                      PIC X(001).
               10  SD-PATIENT-KEY-ID  PIC X(020).
           05  SD-ACCESS-DATE         PIC 9(008).
           05  SD-ACCESS-TIME         PIC 9(006).
           05  SD-PERSON-ID           PIC 9(009).
           05  SD-PAT-CNTL-NO         PIC X(020).
           05  SD-PAT-L-NAME          PIC X(020).
           05  SD-PAT-F-NAME          PIC X(010).
       FD  PCD-OPRD-FILE
           RECORDING MODE IS F.
       COPY PCDOPRD.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PARM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-OPRD-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-OPRD-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-OPRD-END-OF-FILE                 VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(008).
       77  WS-REPORT-MONTH             PIC 9(006)  VALUE ZERO.
       77  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
                                       PIC X(006).
       77  WS-REPORT-CCYY              PIC 9(004)  VALUE ZERO.
       77  WS-REPORT-MM                PIC 9(002)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   AN OPERATOR VIEWING MORE DISTINCT PATIENTS THAN THIS IN THE   *
      **   MONTH IS FLAGGED.  COLS 7-11 OF THE PCDDISM CARD OVERRIDE IT. *
      **----------------------------------------------------------------*
       77  WS-DEFAULT-THRESHOLD        PIC 9(005)  VALUE 150.
       77  WS-PATIENT-THRESHOLD        PIC 9(005)  VALUE ZERO.
       77  WS-SAVE-OPERATOR-ID         PIC X(008)  VALUE SPACES.
       77  WS-SAVE-OPERATOR-NAME       PIC X(032)  VALUE SPACES.
       77  WS-SAVE-OPERATOR-L-NAME     PIC X(020)  VALUE SPACES.
       77  WS-SAVE-PATIENT-KEY         PIC X(021)  VALUE SPACES.
       77  WS-OPR-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OPR-COUNT                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OPR-MAX                  PIC 9(004)  COMP  VALUE 500.
       77  WS-LOG-RECS-READ            PIC 9(009)  COMP  VALUE ZERO.
       77  WS-LOG-RECS-SELECTED        PIC 9(009)  COMP  VALUE ZERO.
       77  WS-OPERATORS-SEEN           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-VOLUME-FLAGS             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SURNAME-FLAGS            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-UNKNOWN-OPERATORS        PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE OPERATOR'S MONTH, AND THE PATIENT GROUP WITHIN IT.        *
      **----------------------------------------------------------------*
       01  WS-OPERATOR-TOTALS.
           05  WS-OPT-PATIENTS         PIC 9(007)  COMP.
           05  WS-OPT-ACCESSES         PIC 9(007)  COMP.
       01  WS-PATIENT-GROUP.
           05  WS-PG-ACCESSES          PIC 9(007)  COMP.
           05  WS-PG-FIRST-DATE        PIC 9(008).
           05  WS-PG-PERSON-ID         PIC 9(009).
           05  WS-PG-PAT-CNTL-NO       PIC X(020).
           05  WS-PG-PAT-L-NAME        PIC X(020).
           05  WS-PG-PAT-F-NAME        PIC X(010).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  WS-OP-OPERATOR-ID   PIC X(008).
               10  WS-OP-L-NAME        PIC X(020).
               10  WS-OP-NAME          PIC X(032).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(044)  VALUE
               'PCD180 - PHI ACCESS EXCEPTIONS - FOR MONTH  '.
           05  WS-H1-REPORT-MONTH      PIC 9(006).
           05  FILLER                  PIC X(024)  VALUE
               '  PATIENT THRESHOLD     '.
           05  WS-H1-THRESHOLD         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(011)  VALUE
               '  RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(033)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE SPACES.
           05  FILLER                  PIC X(050)  VALUE
               '  DISTINCT                                        '.
           05  FILLER                  PIC X(032)  VALUE
               '                        FIRST   '.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '  OPERATOR  OPERATOR NAME             EXCEPTION   '.
           05  FILLER                  PIC X(050)  VALUE
               '  PATNTS  ACCESSES PERSON ID  PAT-CNTL-NO         '.
           05  FILLER                  PIC X(032)  VALUE
               '  PATIENT NAME          ACCESS  '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OPERATOR-ID        PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OPERATOR-NAME      PIC X(024).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-EXCEPTION          PIC X(012).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PATIENTS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACCESSES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PERSON-ID          PIC X(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PATIENT-NAME       PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-FIRST-DATE         PIC X(008).
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(087)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1500-LOAD-OPERATORS  THRU 1500-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-OPERATOR-ID SD-PATIENT-KEY
                                SD-ACCESS-DATE SD-ACCESS-TIME
               INPUT PROCEDURE  2000-SELECT-ACCESSES THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-FIND-EXCEPTIONS THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE MONTH COMES OFF THE PCDDISM CARD       *
      **   (CCYYMM); WITH NO CARD THE MONTH BEFORE THE RUN DATE IS       *
      **   REPORTED, AS THE JOB RUNS EARLY IN THE FOLLOWING MONTH.       *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO FD-PARM-REC
           OPEN INPUT PCD-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PCD-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-REC
               END-READ
               CLOSE PCD-PARM-FILE
           END-IF
           IF FD-PARM-REC (1:6) IS NUMERIC
               MOVE FD-PARM-REC (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:4) TO WS-REPORT-CCYY
               MOVE WS-RUN-DATE (5:2) TO WS-REPORT-MM
               IF WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
               COMPUTE WS-REPORT-MONTH =
                   (WS-REPORT-CCYY * 100) + WS-REPORT-MM
           END-IF
           IF FD-PARM-REC (7:5) IS NUMERIC
              AND FD-PARM-REC (7:5) > '00000'
               MOVE FD-PARM-REC (7:5)    TO WS-PATIENT-THRESHOLD
           ELSE
               MOVE WS-DEFAULT-THRESHOLD TO WS-PATIENT-THRESHOLD
           END-IF
           INITIALIZE WS-OPERATOR-TOTALS
                      WS-PATIENT-GROUP
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-REPORT-MONTH      TO WS-H1-REPORT-MONTH
           MOVE WS-PATIENT-THRESHOLD TO WS-H1-THRESHOLD
           MOVE WS-RUN-DATE          TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1500-LOAD-OPERATORS -- THE SURNAME TEST NEEDS THE OPERATOR'S  *
      **   NAME; AN OPERATOR NOT ON PCDOPRD CANNOT BE TESTED AND IS      *
      **   COUNTED ON THE TOTALS.                                        *
      **----------------------------------------------------------------*
       1500-LOAD-OPERATORS.
           OPEN INPUT PCD-OPRD-FILE
           IF WS-OPRD-FILE-STATUS NOT = '00'
               DISPLAY 'PCD180 - PCDOPRD NOT AVAILABLE, STATUS '
                   WS-OPRD-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           PERFORM 1600-LOAD-ONE-OPERATOR THRU 1600-EXIT
               UNTIL WS-OPRD-END-OF-FILE
           CLOSE PCD-OPRD-FILE.
       1500-EXIT.
           EXIT.
       1600-LOAD-ONE-OPERATOR.
           READ PCD-OPRD-FILE
               AT END
                   SET WS-OPRD-END-OF-FILE TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF WS-OPR-COUNT NOT < WS-OPR-MAX
               DISPLAY 'PCD180 - PCDOPRD OVER 500 ROWS, IGNORED: '
                   PCD-OPRD-OPERATOR-ID
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE PCD-OPRD-OPERATOR-ID TO WS-OP-OPERATOR-ID (WS-OPR-COUNT)
           MOVE PCD-OPRD-L-NAME      TO WS-OP-L-NAME (WS-OPR-COUNT)
           MOVE SPACES               TO WS-OP-NAME (WS-OPR-COUNT)
           STRING PCD-OPRD-L-NAME DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  PCD-OPRD-F-NAME DELIMITED BY '  '
               INTO WS-OP-NAME (WS-OPR-COUNT).
       1600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SELECT-ACCESSES -- ONE SORT RECORD PER PATIENT VIEW IN   *
      **   THE REPORT MONTH.  A VIEW WITH NO PCN (A JOB DASHBOARD) IS    *
      **   NOT A PATIENT.  THE PATIENT IS THE PERSON ID WHERE THE PCN    *
      **   RESOLVED TO ONE, OTHERWISE THE PCN ITSELF.                    *
      **----------------------------------------------------------------*
       2000-SELECT-ACCESSES.
           OPEN INPUT PCD-DISL-FILE
           PERFORM 2100-READ-DISL-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-ACCESS THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-DISL-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-DISL-FILE.
           READ PCD-DISL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-ACCESS.
           ADD 1 TO WS-LOG-RECS-READ
           IF PCD-DISL-ACCESS-DATE (1:6) = WS-REPORT-MONTH-X
              AND PCD-DISL-PAT-CNTL-NO NOT = SPACES
               MOVE PCD-DISL-OPERATOR-ID TO SD-OPERATOR-ID
               IF PCD-DISL-PERSON-ID > ZERO
                   MOVE 'P'                TO SD-PATIENT-KEY-TYPE
                   MOVE PCD-DISL-PERSON-ID TO SD-PATIENT-KEY-ID
               ELSE
                   MOVE 'C'                  TO SD-PATIENT-KEY-TYPE
                   MOVE PCD-DISL-PAT-CNTL-NO TO SD-PATIENT-KEY-ID
               END-IF
               MOVE PCD-DISL-ACCESS-DATE TO SD-ACCESS-DATE
               MOVE PCD-DISL-ACCESS-TIME TO SD-ACCESS-TIME
               MOVE PCD-DISL-PERSON-ID   TO SD-PERSON-ID
               MOVE PCD-DISL-PAT-CNTL-NO TO SD-PAT-CNTL-NO
               MOVE PCD-DISL-PAT-L-NAME  TO SD-PAT-L-NAME
               MOVE PCD-DISL-PAT-F-NAME  TO SD-PAT-F-NAME
               RELEASE SD-SORT-REC
               ADD 1 TO WS-LOG-RECS-SELECTED
           END-IF
           PERFORM 2100-READ-DISL-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-FIND-EXCEPTIONS -- CONTROL BREAK ON OPERATOR AND, WITHIN *
      **   IT, ON PATIENT.                                               *
      **----------------------------------------------------------------*
       3000-FIND-EXCEPTIONS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 3100-ACCUMULATE-ACCESS THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM 3300-END-PATIENT  THRU 3300-EXIT
               PERFORM 3400-END-OPERATOR THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-ACCUMULATE-ACCESS.
           IF WS-FIRST-RECORD
               PERFORM 3200-START-OPERATOR THRU 3200-EXIT
               MOVE SD-PATIENT-KEY TO WS-SAVE-PATIENT-KEY
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           IF SD-OPERATOR-ID NOT = WS-SAVE-OPERATOR-ID
               PERFORM 3300-END-PATIENT    THRU 3300-EXIT
               PERFORM 3400-END-OPERATOR   THRU 3400-EXIT
               PERFORM 3200-START-OPERATOR THRU 3200-EXIT
               MOVE SD-PATIENT-KEY TO WS-SAVE-PATIENT-KEY
           END-IF
           IF SD-PATIENT-KEY NOT = WS-SAVE-PATIENT-KEY
               PERFORM 3300-END-PATIENT THRU 3300-EXIT
               MOVE SD-PATIENT-KEY TO WS-SAVE-PATIENT-KEY
           END-IF
           IF WS-PG-ACCESSES = ZERO
               MOVE SD-ACCESS-DATE TO WS-PG-FIRST-DATE
               MOVE SD-PERSON-ID   TO WS-PG-PERSON-ID
               MOVE SD-PAT-CNTL-NO TO WS-PG-PAT-CNTL-NO
               MOVE SD-PAT-L-NAME  TO WS-PG-PAT-L-NAME
               MOVE SD-PAT-F-NAME  TO WS-PG-PAT-F-NAME
           END-IF
           ADD 1 TO WS-PG-ACCESSES
                    WS-OPT-ACCESSES
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-START-OPERATOR.
           MOVE SD-OPERATOR-ID TO WS-SAVE-OPERATOR-ID
           MOVE SPACES         TO WS-SAVE-OPERATOR-L-NAME
           MOVE 'NOT ON OPERATOR DIRECTORY' TO WS-SAVE-OPERATOR-NAME
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OP-OPERATOR-ID (WS-OPR-SUB) = SD-OPERATOR-ID
                   MOVE WS-OP-L-NAME (WS-OPR-SUB)
                       TO WS-SAVE-OPERATOR-L-NAME
                   MOVE WS-OP-NAME (WS-OPR-SUB)
                       TO WS-SAVE-OPERATOR-NAME
               END-IF
           END-PERFORM
           IF WS-SAVE-OPERATOR-L-NAME = SPACES
               ADD 1 TO WS-UNKNOWN-OPERATORS
           END-IF
           ADD 1 TO WS-OPERATORS-SEEN
           INITIALIZE WS-OPERATOR-TOTALS.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-END-PATIENT -- ONE MORE DISTINCT PATIENT; FLAG IT WHEN   *
      **   THE PATIENT'S SURNAME IS THE OPERATOR'S OWN.                  *
      **----------------------------------------------------------------*
       3300-END-PATIENT.
           ADD 1 TO WS-OPT-PATIENTS
           IF WS-SAVE-OPERATOR-L-NAME NOT = SPACES
              AND WS-PG-PAT-L-NAME = WS-SAVE-OPERATOR-L-NAME
               MOVE SPACES              TO WS-REPORT-DETAIL
               MOVE 'SAME SURNAME'      TO WS-D-EXCEPTION
               MOVE 1                   TO WS-D-PATIENTS
               MOVE WS-PG-ACCESSES      TO WS-D-ACCESSES
               IF WS-PG-PERSON-ID > ZERO
                   MOVE WS-PG-PERSON-ID TO WS-D-PERSON-ID
               END-IF
               MOVE WS-PG-PAT-CNTL-NO   TO WS-D-PAT-CNTL-NO
               STRING WS-PG-PAT-L-NAME DELIMITED BY '  '
                      ', '             DELIMITED BY SIZE
                      WS-PG-PAT-F-NAME DELIMITED BY '  '
                   INTO WS-D-PATIENT-NAME
               MOVE WS-PG-FIRST-DATE    TO WS-D-FIRST-DATE
               PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
               ADD 1 TO WS-SURNAME-FLAGS
           END-IF
           INITIALIZE WS-PATIENT-GROUP.
       3300-EXIT.
           EXIT.
       3400-END-OPERATOR.
           IF WS-OPT-PATIENTS > WS-PATIENT-THRESHOLD
               MOVE SPACES              TO WS-REPORT-DETAIL
               MOVE 'HIGH VOLUME'       TO WS-D-EXCEPTION
               MOVE WS-OPT-PATIENTS     TO WS-D-PATIENTS
               MOVE WS-OPT-ACCESSES     TO WS-D-ACCESSES
               PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
               ADD 1 TO WS-VOLUME-FLAGS
           END-IF.
       3400-EXIT.
           EXIT.
       3500-WRITE-EXCEPTION.
           MOVE WS-SAVE-OPERATOR-ID   TO WS-D-OPERATOR-ID
           MOVE WS-SAVE-OPERATOR-NAME TO WS-D-OPERATOR-NAME
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       3500-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-VOLUME-FLAGS = ZERO
              AND WS-SURNAME-FLAGS = ZERO
               MOVE '  NO EXCEPTIONS FOR THE MONTH' TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  PATIENT VIEWS IN THE MONTH . . .' TO WS-T-LABEL
           MOVE WS-LOG-RECS-SELECTED                 TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  OPERATORS VIEWING PATIENTS . . .' TO WS-T-LABEL
           MOVE WS-OPERATORS-SEEN                    TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  HIGH-VOLUME OPERATORS. . . . . .' TO WS-T-LABEL
           MOVE WS-VOLUME-FLAGS                      TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  SAME-SURNAME PATIENTS VIEWED . .' TO WS-T-LABEL
           MOVE WS-SURNAME-FLAGS                     TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  OPERATORS NOT ON PCDOPRD . . . .' TO WS-T-LABEL
           MOVE WS-UNKNOWN-OPERATORS                 TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD180 - ACCESS LOG RECS READ:    '
               WS-LOG-RECS-READ
           DISPLAY 'PCD180 - PATIENT VIEWS IN MONTH:  '
               WS-LOG-RECS-SELECTED
           DISPLAY 'PCD180 - HIGH-VOLUME FLAGS:       '
               WS-VOLUME-FLAGS
           DISPLAY 'PCD180 - SAME-SURNAME FLAGS:      '
               WS-SURNAME-FLAGS.
       9000-EXIT.
           EXIT.
