      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD174              SYSTEM: PCDS                  *
      **    OPERATOR PRODUCTIVITY AND QUEUE BACKLOG REPORTS            *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN NIGHTLY AFTER  *
      **                          THE ONLINE DAY CLOSES.  THE PCDOPALQ *
      **                          OPERATOR ACTIVITY LOG WRITTEN BY     *
      **                          PCD085, PCD106M, PCD146M AND PCD082M *
      **                          IS SORTED BY OPERATOR AND QUEUE.     *
      **                          PCDOPDRP SHOWS THE RUN DATE'S ITEMS  *
      **                          WORKED AND CLOSED PER OPERATOR PER   *
      **                          QUEUE, WITH THE AVERAGE DAYS FROM    *
      **                          ITEM CREATION TO OPERATOR ACTION,    *
      **                          QUEUE TOTALS, AND EACH QUEUE'S       *
      **                          BACKLOG AT THE START AND END OF THE  *
      **                          DAY.  PCDOPMRP SHOWS THE SAME        *
      **                          PRODUCTIVITY FIGURES MONTH TO DATE;  *
      **                          THE MONTH-END RUN IS THE MONTHLY     *
      **                          REPORT.  END-OF-DAY BACKLOG IS       *
      **                          COUNTED FROM THE QUEUE MASTERS;      *
      **                          START OF DAY IS THAT LESS TODAY'S    *
      **                          NEW ITEMS PLUS TODAY'S CLOSES.  AGES *
      **                          USE THE SAME 360-DAY-YEAR ARITHMETIC *
      **                          AS PCD090.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD174.
       AUTHOR.        CLAIMS OPERATIONS MANAGEMENT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-OPAL-FILE      ASSIGN TO PCDOPALQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO SORTWK01.
           SELECT PCD-SUSPENSE-FILE  ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-RVWQ-MASTER    ASSIGN TO PCDRVWQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-RVWQ-KEY.
           SELECT PCD-DNLM-MASTER    ASSIGN TO PCDDNLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-DNLM-KEY.
           SELECT PCD-DAILY-REPORT   ASSIGN TO PCDOPDRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-MONTHLY-REPORT ASSIGN TO PCDOPMRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-OPAL-FILE
           RECORDING MODE IS F.
       01  FD-OPAL-REC                PIC X(100).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-OPERATOR-ID         PIC X(008).
           05  SD-QUEUE               PIC X(004).
           05  SD-ACTION-DATE         PIC 9(008).
           05  SD-ACTION-TIME         PIC 9(006).
           05  SD-CLOSED-SW           PIC X(001).
               88  SD-ITEM-CLOSED             VALUE 'Y'.
           05  SD-ITEM-CREATE-DATE    PIC 9(008).
       FD  PCD-SUSPENSE-FILE.
       COPY PCDSUSP.
       FD  PCD-RVWQ-MASTER.
       COPY PCDRVWQ.
       FD  PCD-DNLM-MASTER.
       COPY PCDDNLM.
       FD  PCD-DAILY-REPORT
           RECORDING MODE IS F.
       01  PCD-DAILY-LINE             PIC X(132).
       FD  PCD-MONTHLY-REPORT
           RECORDING MODE IS F.
       01  PCD-MONTHLY-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDOPAL.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-MASTER-EOF-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-MASTER-END-OF-FILE               VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(008).
       77  WS-SAVE-OPERATOR-ID         PIC X(008)  VALUE SPACES.
       77  WS-SAVE-QUEUE               PIC X(004)  VALUE SPACES.
       77  WS-QUEUE-SUB                PIC 9(001)  COMP  VALUE ZERO.
       77  WS-ACT-DATE-CCYY            PIC 9(004)  VALUE ZERO.
       77  WS-ACT-DATE-MM              PIC 9(002)  VALUE ZERO.
       77  WS-ACT-DATE-DD              PIC 9(002)  VALUE ZERO.
       77  WS-ROW-DATE-CCYY            PIC 9(004)  VALUE ZERO.
       77  WS-ROW-DATE-MM              PIC 9(002)  VALUE ZERO.
       77  WS-ROW-DATE-DD              PIC 9(002)  VALUE ZERO.
       77  WS-AGE-DAYS                 PIC S9(007) VALUE ZERO.
       77  WS-AVG-DAYS                 PIC 9(005)V9 VALUE ZERO.
       77  WS-D-AVG-EDIT               PIC ZZZ9.9.
       77  WS-START-BACKLOG            PIC S9(007) VALUE ZERO.
       77  WS-LOG-RECS-READ            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LOG-RECS-SELECTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DAILY-LINES              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MONTHLY-LINES            PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE OPERATOR/QUEUE GROUP, FOR THE DAY AND MONTH TO DATE.      *
      **   AGED ITEMS ARE THOSE WITH A CREATION DATE TO MEASURE FROM.    *
      **----------------------------------------------------------------*
       01  WS-GROUP-TOTALS.
           05  WS-GRP-DAY-WORKED       PIC 9(007)  COMP.
           05  WS-GRP-DAY-CLOSED       PIC 9(007)  COMP.
           05  WS-GRP-DAY-AGED         PIC 9(007)  COMP.
           05  WS-GRP-DAY-AGE-DAYS     PIC 9(009)  COMP.
           05  WS-GRP-MTD-WORKED       PIC 9(007)  COMP.
           05  WS-GRP-MTD-CLOSED       PIC 9(007)  COMP.
           05  WS-GRP-MTD-AGED         PIC 9(007)  COMP.
           05  WS-GRP-MTD-AGE-DAYS     PIC 9(009)  COMP.
      **----------------------------------------------------------------*
      **   THE WORKBENCH QUEUES.  RATE CHANGES HAVE NO ITEMS WAITING,    *
      **   SO THEY CARRY NO BACKLOG.                                     *
      **----------------------------------------------------------------*
       01  WS-QUEUE-NAMES.
           05  FILLER                  PIC X(024)  VALUE
               'SUSPCLAIM SUSPENSE      '.
           05  FILLER                  PIC X(024)  VALUE
               'APPLDENIAL APPEALS      '.
           05  FILLER                  PIC X(024)  VALUE
               'OUTLOUTLIER REVIEW      '.
           05  FILLER                  PIC X(024)  VALUE
               'RATECONTRACT RATES      '.
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-NAMES.
           05  WS-QUEUE-ENTRY OCCURS 4 TIMES.
               10  WS-QU-CODE          PIC X(004).
               10  WS-QU-DESC          PIC X(020).
       01  WS-QUEUE-TOTALS.
           05  WS-QUEUE-TOTAL OCCURS 4 TIMES.
               10  WS-QT-DAY-WORKED    PIC 9(007)  COMP.
               10  WS-QT-DAY-CLOSED    PIC 9(007)  COMP.
               10  WS-QT-DAY-AGED      PIC 9(007)  COMP.
               10  WS-QT-DAY-AGE-DAYS  PIC 9(009)  COMP.
               10  WS-QT-MTD-WORKED    PIC 9(007)  COMP.
               10  WS-QT-MTD-CLOSED    PIC 9(007)  COMP.
               10  WS-QT-MTD-AGED      PIC 9(007)  COMP.
               10  WS-QT-MTD-AGE-DAYS  PIC 9(009)  COMP.
               10  WS-QT-NEW-TODAY     PIC 9(007)  COMP.
               10  WS-QT-END-BACKLOG   PIC 9(007)  COMP.
      **----------------------------------------------------------------*
      **   FIGURES FOR ONE DETAIL LINE, DAY OR MONTH TO DATE.            *
      **----------------------------------------------------------------*
       77  WS-FMT-WORKED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FMT-CLOSED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FMT-AGED                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FMT-AGE-DAYS             PIC 9(009)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(033)  VALUE
               'PCD174 - OPERATOR PRODUCTIVITY - '.
           05  WS-H1-PERIOD            PIC X(017).
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '                                            ITEMS '.
           05  FILLER                  PIC X(050)  VALUE
               '       ITEMS    AVG DAYS                          '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '  OPERATOR  QUEUE DESCRIPTION              WORKED '.
           05  FILLER                  PIC X(050)  VALUE
               '      CLOSED   TO ACTION                          '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-BACKLOG-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'QUEUE BACKLOG                                     '.
           05  FILLER                  PIC X(050)  VALUE SPACES.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-BACKLOG-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '                                  START         NE'.
           05  FILLER                  PIC X(050)  VALUE
               'W      CLOSED         END                         '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-BACKLOG-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '  QUEUE DESCRIPTION              OF DAY       TODA'.
           05  FILLER                  PIC X(050)  VALUE
               'Y       TODAY      OF DAY                         '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OPERATOR-ID        PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-QUEUE              PIC X(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-QUEUE-DESC         PIC X(020).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-WORKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(006)  VALUE SPACES.
           05  WS-D-CLOSED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(006)  VALUE SPACES.
           05  WS-D-AVG-DAYS           PIC X(006).
           05  FILLER                  PIC X(058)  VALUE SPACES.
       01  WS-BACKLOG-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-B-QUEUE              PIC X(004).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-B-QUEUE-DESC         PIC X(020).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-B-START              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-B-NEW                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-B-CLOSED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(005)  VALUE SPACES.
           05  WS-B-END                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(057)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-OPERATOR-ID SD-QUEUE
                                SD-ACTION-DATE SD-ACTION-TIME
               INPUT PROCEDURE  2000-SELECT-ACTIVITY THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-SUMMARIZE       THRU 3000-EXIT
           PERFORM 4000-WRITE-QUEUE-TOTALS THRU 4000-EXIT
           PERFORM 5000-COUNT-BACKLOG   THRU 5000-EXIT
           PERFORM 6000-WRITE-BACKLOG   THRU 6000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-GROUP-TOTALS
                      WS-QUEUE-TOTALS
           OPEN OUTPUT PCD-DAILY-REPORT
           OPEN OUTPUT PCD-MONTHLY-REPORT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE 'DAILY'         TO WS-H1-PERIOD
           WRITE PCD-DAILY-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-DAILY-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-DAILY-LINE FROM WS-REPORT-HEADING-3
           MOVE 'MONTH TO DATE' TO WS-H1-PERIOD
           WRITE PCD-MONTHLY-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-MONTHLY-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-MONTHLY-LINE FROM WS-REPORT-HEADING-3.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SELECT-ACTIVITY -- ONE SORT RECORD PER LOGGED ACTION IN  *
      **   THE RUN MONTH, UP TO AND INCLUDING THE RUN DATE.              *
      **----------------------------------------------------------------*
       2000-SELECT-ACTIVITY.
           OPEN INPUT PCD-OPAL-FILE
           PERFORM 2100-READ-OPAL-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-ACTION THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-OPAL-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-OPAL-FILE.
           READ PCD-OPAL-FILE INTO PCD-OPAL-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-ACTION.
           ADD 1 TO WS-LOG-RECS-READ
           IF PCD-OPAL-ACTION-DATE (1:6) = WS-RUN-DATE-X (1:6)
              AND PCD-OPAL-ACTION-DATE NOT > WS-RUN-DATE
               MOVE PCD-OPAL-OPERATOR-ID TO SD-OPERATOR-ID
               MOVE PCD-OPAL-QUEUE       TO SD-QUEUE
               MOVE PCD-OPAL-ACTION-DATE TO SD-ACTION-DATE
               MOVE PCD-OPAL-ACTION-TIME TO SD-ACTION-TIME
               MOVE PCD-OPAL-CLOSED-SW   TO SD-CLOSED-SW
               MOVE ZERO                 TO SD-ITEM-CREATE-DATE
               IF PCD-OPAL-ITEM-CREATE-DATE IS NUMERIC
                   MOVE PCD-OPAL-ITEM-CREATE-DATE
                                         TO SD-ITEM-CREATE-DATE
               END-IF
               RELEASE SD-SORT-REC
               ADD 1 TO WS-LOG-RECS-SELECTED
           END-IF
           PERFORM 2100-READ-OPAL-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-SUMMARIZE -- CONTROL BREAK ON OPERATOR AND QUEUE.        *
      **----------------------------------------------------------------*
       3000-SUMMARIZE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 3100-ACCUMULATE-ACTION THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-WRITE-GROUP THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-ACCUMULATE-ACTION.
           IF WS-FIRST-RECORD
               MOVE SD-OPERATOR-ID TO WS-SAVE-OPERATOR-ID
               MOVE SD-QUEUE       TO WS-SAVE-QUEUE
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           IF SD-OPERATOR-ID NOT = WS-SAVE-OPERATOR-ID
              OR SD-QUEUE NOT = WS-SAVE-QUEUE
               PERFORM 3200-WRITE-GROUP THRU 3200-EXIT
               MOVE SD-OPERATOR-ID TO WS-SAVE-OPERATOR-ID
               MOVE SD-QUEUE       TO WS-SAVE-QUEUE
           END-IF
           MOVE ZERO TO WS-AGE-DAYS
           IF SD-ITEM-CREATE-DATE > ZERO
               PERFORM 3300-COMPUTE-AGE THRU 3300-EXIT
           END-IF
           ADD 1 TO WS-GRP-MTD-WORKED
           IF SD-ITEM-CLOSED
               ADD 1 TO WS-GRP-MTD-CLOSED
           END-IF
           IF SD-ITEM-CREATE-DATE > ZERO
               ADD 1           TO WS-GRP-MTD-AGED
               ADD WS-AGE-DAYS TO WS-GRP-MTD-AGE-DAYS
           END-IF
           IF SD-ACTION-DATE = WS-RUN-DATE
               ADD 1 TO WS-GRP-DAY-WORKED
               IF SD-ITEM-CLOSED
                   ADD 1 TO WS-GRP-DAY-CLOSED
               END-IF
               IF SD-ITEM-CREATE-DATE > ZERO
                   ADD 1           TO WS-GRP-DAY-AGED
                   ADD WS-AGE-DAYS TO WS-GRP-DAY-AGE-DAYS
               END-IF
           END-IF
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-WRITE-GROUP -- THE OPERATOR'S LINE FOR THE QUEUE ON EACH *
      **   REPORT IT HAD WORK FOR, THEN ROLL INTO THE QUEUE TOTALS.      *
      **----------------------------------------------------------------*
       3200-WRITE-GROUP.
           PERFORM 3400-FIND-QUEUE THRU 3400-EXIT
           MOVE WS-SAVE-OPERATOR-ID TO WS-D-OPERATOR-ID
           IF WS-GRP-DAY-WORKED > ZERO
               MOVE WS-GRP-DAY-WORKED   TO WS-FMT-WORKED
               MOVE WS-GRP-DAY-CLOSED   TO WS-FMT-CLOSED
               MOVE WS-GRP-DAY-AGED     TO WS-FMT-AGED
               MOVE WS-GRP-DAY-AGE-DAYS TO WS-FMT-AGE-DAYS
               PERFORM 7000-FORMAT-DETAIL THRU 7000-EXIT
               WRITE PCD-DAILY-LINE FROM WS-REPORT-DETAIL
               ADD 1 TO WS-DAILY-LINES
           END-IF
           MOVE WS-GRP-MTD-WORKED   TO WS-FMT-WORKED
           MOVE WS-GRP-MTD-CLOSED   TO WS-FMT-CLOSED
           MOVE WS-GRP-MTD-AGED     TO WS-FMT-AGED
           MOVE WS-GRP-MTD-AGE-DAYS TO WS-FMT-AGE-DAYS
           PERFORM 7000-FORMAT-DETAIL THRU 7000-EXIT
           WRITE PCD-MONTHLY-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-MONTHLY-LINES
           IF WS-QUEUE-SUB > ZERO
               ADD WS-GRP-DAY-WORKED
                   TO WS-QT-DAY-WORKED (WS-QUEUE-SUB)
               ADD WS-GRP-DAY-CLOSED
                   TO WS-QT-DAY-CLOSED (WS-QUEUE-SUB)
               ADD WS-GRP-DAY-AGED
                   TO WS-QT-DAY-AGED (WS-QUEUE-SUB)
               ADD WS-GRP-DAY-AGE-DAYS
                   TO WS-QT-DAY-AGE-DAYS (WS-QUEUE-SUB)
               ADD WS-GRP-MTD-WORKED
                   TO WS-QT-MTD-WORKED (WS-QUEUE-SUB)
               ADD WS-GRP-MTD-CLOSED
                   TO WS-QT-MTD-CLOSED (WS-QUEUE-SUB)
               ADD WS-GRP-MTD-AGED
                   TO WS-QT-MTD-AGED (WS-QUEUE-SUB)
               ADD WS-GRP-MTD-AGE-DAYS
                   TO WS-QT-MTD-AGE-DAYS (WS-QUEUE-SUB)
           END-IF
           INITIALIZE WS-GROUP-TOTALS.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-COMPUTE-AGE -- CREATION TO ACTION, 360-DAY YEAR AS IN    *
      **   PCD090.  A CREATE DATE AFTER THE ACTION COUNTS AS SAME DAY.   *
      **----------------------------------------------------------------*
       3300-COMPUTE-AGE.
           MOVE SD-ACTION-DATE (1:4)      TO WS-ACT-DATE-CCYY
           MOVE SD-ACTION-DATE (5:2)      TO WS-ACT-DATE-MM
           MOVE SD-ACTION-DATE (7:2)      TO WS-ACT-DATE-DD
           MOVE SD-ITEM-CREATE-DATE (1:4) TO WS-ROW-DATE-CCYY
           MOVE SD-ITEM-CREATE-DATE (5:2) TO WS-ROW-DATE-MM
           MOVE SD-ITEM-CREATE-DATE (7:2) TO WS-ROW-DATE-DD
           COMPUTE WS-AGE-DAYS =
               ((WS-ACT-DATE-CCYY - WS-ROW-DATE-CCYY) * 360)
             + ((WS-ACT-DATE-MM   - WS-ROW-DATE-MM)   * 30)
             +  (WS-ACT-DATE-DD   - WS-ROW-DATE-DD)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
       3300-EXIT.
           EXIT.
       3400-FIND-QUEUE.
           MOVE WS-SAVE-QUEUE   TO WS-D-QUEUE
           MOVE 'UNKNOWN QUEUE' TO WS-D-QUEUE-DESC
           MOVE ZERO            TO WS-QUEUE-SUB
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > 4
                      OR WS-QU-CODE (WS-QUEUE-SUB) = WS-SAVE-QUEUE
               CONTINUE
           END-PERFORM
           IF WS-QUEUE-SUB > 4
               MOVE ZERO TO WS-QUEUE-SUB
           ELSE
               MOVE WS-QU-DESC (WS-QUEUE-SUB) TO WS-D-QUEUE-DESC
           END-IF.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-WRITE-QUEUE-TOTALS -- ALL OPERATORS, ONE LINE PER QUEUE  *
      **   WORKED, ON EACH REPORT.                                       *
      **----------------------------------------------------------------*
       4000-WRITE-QUEUE-TOTALS.
           IF WS-DAILY-LINES = ZERO
               MOVE '  NO OPERATOR ACTIVITY LOGGED ON THE RUN DATE'
                   TO PCD-DAILY-LINE
               WRITE PCD-DAILY-LINE
           END-IF
           IF WS-MONTHLY-LINES = ZERO
               MOVE '  NO OPERATOR ACTIVITY LOGGED THIS MONTH'
                   TO PCD-MONTHLY-LINE
               WRITE PCD-MONTHLY-LINE
           END-IF
           MOVE SPACES TO PCD-DAILY-LINE PCD-MONTHLY-LINE
           WRITE PCD-DAILY-LINE
           WRITE PCD-MONTHLY-LINE
           MOVE '*TOTAL*' TO WS-D-OPERATOR-ID
           PERFORM 4100-WRITE-ONE-QUEUE THRU 4100-EXIT
               VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > 4.
       4000-EXIT.
           EXIT.
       4100-WRITE-ONE-QUEUE.
           MOVE WS-QU-CODE (WS-QUEUE-SUB) TO WS-D-QUEUE
           MOVE WS-QU-DESC (WS-QUEUE-SUB) TO WS-D-QUEUE-DESC
           IF WS-QT-DAY-WORKED (WS-QUEUE-SUB) > ZERO
               MOVE WS-QT-DAY-WORKED   (WS-QUEUE-SUB) TO WS-FMT-WORKED
               MOVE WS-QT-DAY-CLOSED   (WS-QUEUE-SUB) TO WS-FMT-CLOSED
               MOVE WS-QT-DAY-AGED     (WS-QUEUE-SUB) TO WS-FMT-AGED
               MOVE WS-QT-DAY-AGE-DAYS (WS-QUEUE-SUB)
                   TO WS-FMT-AGE-DAYS
               PERFORM 7000-FORMAT-DETAIL THRU 7000-EXIT
               WRITE PCD-DAILY-LINE FROM WS-REPORT-DETAIL
           END-IF
           IF WS-QT-MTD-WORKED (WS-QUEUE-SUB) > ZERO
               MOVE WS-QT-MTD-WORKED   (WS-QUEUE-SUB) TO WS-FMT-WORKED
               MOVE WS-QT-MTD-CLOSED   (WS-QUEUE-SUB) TO WS-FMT-CLOSED
               MOVE WS-QT-MTD-AGED     (WS-QUEUE-SUB) TO WS-FMT-AGED
               MOVE WS-QT-MTD-AGE-DAYS (WS-QUEUE-SUB)
                   TO WS-FMT-AGE-DAYS
               PERFORM 7000-FORMAT-DETAIL THRU 7000-EXIT
               WRITE PCD-MONTHLY-LINE FROM WS-REPORT-DETAIL
           END-IF.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-COUNT-BACKLOG -- ITEMS STILL WAITING FOR AN OPERATOR AT  *
      **   END OF DAY, AND ITEMS THAT ARRIVED ON THE RUN DATE.  AN       *
      **   APPEALED CASE IS STILL WAITING FOR ITS OUTCOME; A RELEASED    *
      **   OUTLIER IS OFF THE REVIEWER'S QUEUE.                          *
      **----------------------------------------------------------------*
       5000-COUNT-BACKLOG.
           OPEN INPUT PCD-SUSPENSE-FILE
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 5100-COUNT-SUSPENSE THRU 5100-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-SUSPENSE-FILE
           OPEN INPUT PCD-DNLM-MASTER
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 5200-COUNT-APPEAL THRU 5200-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-DNLM-MASTER
           OPEN INPUT PCD-RVWQ-MASTER
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM 5300-COUNT-OUTLIER THRU 5300-EXIT
               UNTIL WS-MASTER-END-OF-FILE
           CLOSE PCD-RVWQ-MASTER.
       5000-EXIT.
           EXIT.
       5100-COUNT-SUSPENSE.
           READ PCD-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF NOT PCD-SUSP-RELEASED
               ADD 1 TO WS-QT-END-BACKLOG (1)
           END-IF
           IF PCD-SUSP-DATE = WS-RUN-DATE-X
               ADD 1 TO WS-QT-NEW-TODAY (1)
           END-IF.
       5100-EXIT.
           EXIT.
       5200-COUNT-APPEAL.
           READ PCD-DNLM-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 5200-EXIT
           END-READ
           IF PCD-DNLM-OPEN OR PCD-DNLM-APPEALED
               ADD 1 TO WS-QT-END-BACKLOG (2)
           END-IF
           IF PCD-DNLM-DENIAL-DATE = WS-RUN-DATE
               ADD 1 TO WS-QT-NEW-TODAY (2)
           END-IF.
       5200-EXIT.
           EXIT.
       5300-COUNT-OUTLIER.
           READ PCD-RVWQ-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
                   GO TO 5300-EXIT
           END-READ
           IF PCD-RVWQ-PENDING
               ADD 1 TO WS-QT-END-BACKLOG (3)
           END-IF
           IF PCD-RVWQ-FLAG-DATE = WS-RUN-DATE
               ADD 1 TO WS-QT-NEW-TODAY (3)
           END-IF.
       5300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-WRITE-BACKLOG -- START OF DAY IS WORKED BACK FROM THE    *
      **   END: LESS WHAT ARRIVED TODAY, PLUS WHAT WAS CLOSED TODAY.     *
      **----------------------------------------------------------------*
       6000-WRITE-BACKLOG.
           MOVE SPACES TO PCD-DAILY-LINE
           WRITE PCD-DAILY-LINE
           WRITE PCD-DAILY-LINE FROM WS-BACKLOG-HEADING-1
           WRITE PCD-DAILY-LINE FROM WS-BACKLOG-HEADING-2
           WRITE PCD-DAILY-LINE FROM WS-BACKLOG-HEADING-3
           PERFORM 6100-WRITE-ONE-BACKLOG THRU 6100-EXIT
               VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > 3.
       6000-EXIT.
           EXIT.
       6100-WRITE-ONE-BACKLOG.
           COMPUTE WS-START-BACKLOG =
                 WS-QT-END-BACKLOG (WS-QUEUE-SUB)
               - WS-QT-NEW-TODAY   (WS-QUEUE-SUB)
               + WS-QT-DAY-CLOSED  (WS-QUEUE-SUB)
           IF WS-START-BACKLOG < ZERO
               MOVE ZERO TO WS-START-BACKLOG
           END-IF
           MOVE WS-QU-CODE (WS-QUEUE-SUB)        TO WS-B-QUEUE
           MOVE WS-QU-DESC (WS-QUEUE-SUB)        TO WS-B-QUEUE-DESC
           MOVE WS-START-BACKLOG                 TO WS-B-START
           MOVE WS-QT-NEW-TODAY   (WS-QUEUE-SUB) TO WS-B-NEW
           MOVE WS-QT-DAY-CLOSED  (WS-QUEUE-SUB) TO WS-B-CLOSED
           MOVE WS-QT-END-BACKLOG (WS-QUEUE-SUB) TO WS-B-END
           WRITE PCD-DAILY-LINE FROM WS-BACKLOG-DETAIL.
       6100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-FORMAT-DETAIL -- COUNTS AND AVERAGE DAYS FROM CREATION   *
      **   TO ACTION.  N/A WHEN NOTHING WORKED HAD A CREATION DATE.      *
      **----------------------------------------------------------------*
       7000-FORMAT-DETAIL.
           MOVE WS-FMT-WORKED TO WS-D-WORKED
           MOVE WS-FMT-CLOSED TO WS-D-CLOSED
           IF WS-FMT-AGED = ZERO
               MOVE '   N/A' TO WS-D-AVG-DAYS
           ELSE
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-FMT-AGE-DAYS / WS-FMT-AGED
               MOVE WS-AVG-DAYS   TO WS-D-AVG-EDIT
               MOVE WS-D-AVG-EDIT TO WS-D-AVG-DAYS
           END-IF.
       7000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-DAILY-REPORT
           CLOSE PCD-MONTHLY-REPORT
           DISPLAY 'PCD174 - ACTIVITY LOG RECS READ:  '
               WS-LOG-RECS-READ
           DISPLAY 'PCD174 - ACTIONS THIS MONTH:      '
               WS-LOG-RECS-SELECTED
           DISPLAY 'PCD174 - DAILY DETAIL LINES:      '
               WS-DAILY-LINES
           DISPLAY 'PCD174 - MONTHLY DETAIL LINES:    '
               WS-MONTHLY-LINES.
       9000-EXIT.
           EXIT.
