      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD183           SYSTEM: PCDS                     *
      **    SUBMITTERS STILL SENDING RETIRED PAYER IDS                 *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  FOR THE ACCOUNT    *
      **                          MANAGERS.  READS THE PCDPXAU REMAP   *
      **                          AUDIT FILE WRITTEN BY PCD181 FOR THE *
      **                          RUN DATES ON THE OPTIONAL PCDPXRC    *
      **                          CARD AND LISTS ON PCDPXRP, BY        *
      **                          SUBMITTER EIN AND RETIRED PAYER ID,  *
      **                          THE NEW ID IT NOW MAPS TO, THE       *
      **                          NUMBER OF CLAIMS SENT TO THE RETIRED *
      **                          ID AS THE DESTINATION PAYER AND AS   *
      **                          OTHER COVERAGE, AND THE FIRST AND    *
      **                          LAST RUN DATES IT WAS SEEN, SO EACH  *
      **                          SUBMITTER CAN BE ASKED TO FIX THE ID *
      **                          AT THE SOURCE.                       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD183.
       AUTHOR.        PAYER RELATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE    ASSIGN TO PCDPXRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PCD-PXAU-FILE    ASSIGN TO PCDPXAU
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDPXRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-PXAU-FILE
           RECORDING MODE IS F.
       COPY PCDPXAU.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-SUB-EIN             PIC 9(009).
           05  SD-OLD-PAYOR-ID        PIC X(005).
           05  SD-RUN-DATE            PIC 9(008).
           05  SD-SUB-NAME            PIC X(021).
           05  SD-NEW-PAYOR-ID        PIC X(005).
           05  SD-COVERAGE-SW         PIC X(001).
               88  SD-DESTINATION                 VALUE 'D'.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PARM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-FROM-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-THRU-DATE                PIC 9(008)  VALUE ZERO.
       77  WS-SAVE-SUB-EIN             PIC 9(009)  VALUE ZERO.
       77  WS-SAVE-OLD-PAYOR-ID        PIC X(005)  VALUE SPACES.
       77  WS-AUDIT-RECS-READ          PIC 9(009)  COMP  VALUE ZERO.
       77  WS-AUDIT-RECS-SELECTED      PIC 9(009)  COMP  VALUE ZERO.
       77  WS-SUBMITTER-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAIR-COUNT               PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE SUBMITTER'S USE OF ONE RETIRED ID.                        *
      **----------------------------------------------------------------*
       01  WS-PAIR-TOTALS.
           05  WS-PR-SUB-NAME          PIC X(021).
           05  WS-PR-NEW-PAYOR-ID      PIC X(005).
           05  WS-PR-CLAIMS            PIC 9(007)  COMP.
           05  WS-PR-OTHER-COV         PIC 9(007)  COMP.
           05  WS-PR-FIRST-DATE        PIC 9(008).
           05  WS-PR-LAST-DATE         PIC 9(008).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(052)  VALUE
               'PCD183 - SUBMITTERS STILL SENDING RETIRED PAYER IDS '.
           05  FILLER                  PIC X(006)  VALUE 'FROM  '.
           05  WS-H1-FROM-DATE         PIC 9(008).
           05  FILLER                  PIC X(008)  VALUE '  THRU  '.
           05  WS-H1-THRU-DATE         PIC 9(008).
           05  FILLER                  PIC X(012)  VALUE
               '  RUN DATE  '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(030)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '                                    RETIRED  NEW  '.
           05  FILLER                  PIC X(050)  VALUE
               '    CLAIMS     OTHER     FIRST      LAST          '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '  SUB EIN    SUBMITTER NAME         PAYER    PAYER'.
           05  FILLER                  PIC X(050)  VALUE
               '    SENT       COVERAGE  SEEN       SEEN          '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SUB-EIN            PIC X(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SUB-NAME           PIC X(021).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OLD-PAYOR-ID       PIC X(005).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-NEW-PAYOR-ID       PIC X(005).
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-CLAIMS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-D-OTHER-COV          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-FIRST-DATE         PIC 9(008).
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-LAST-DATE          PIC 9(008).
           05  FILLER                  PIC X(038)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(087)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-SUB-EIN SD-OLD-PAYOR-ID SD-RUN-DATE
               INPUT PROCEDURE  2000-SELECT-AUDIT  THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-LIST-SUBMITTERS THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDPXRC CARD MAY LIMIT THE RUN DATES   *
      **   REPORTED (COLS 1-8 FROM, 9-16 THRU, CCYYMMDD).  NO CARD, OR   *
      **   A BLANK DATE, MEANS FROM THE START OF THE AUDIT FILE THRU     *
      **   THE RUN DATE.                                                 *
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
           IF FD-PARM-REC (1:8) IS NUMERIC
               MOVE FD-PARM-REC (1:8) TO WS-FROM-DATE
           END-IF
           IF FD-PARM-REC (9:8) IS NUMERIC
               MOVE FD-PARM-REC (9:8) TO WS-THRU-DATE
           ELSE
               MOVE WS-RUN-DATE       TO WS-THRU-DATE
           END-IF
           INITIALIZE WS-PAIR-TOTALS
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE
           MOVE WS-THRU-DATE TO WS-H1-THRU-DATE
           MOVE WS-RUN-DATE  TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3.
       1000-EXIT.
           EXIT.
       2000-SELECT-AUDIT.
           OPEN INPUT PCD-PXAU-FILE
           PERFORM 2100-READ-PXAU-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-AUDIT  THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-PXAU-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-PXAU-FILE.
           READ PCD-PXAU-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-RECS-READ
           IF PCD-PXAU-RUN-DATE NOT < WS-FROM-DATE
              AND PCD-PXAU-RUN-DATE NOT > WS-THRU-DATE
               MOVE PCD-PXAU-SUB-EIN      TO SD-SUB-EIN
               MOVE PCD-PXAU-OLD-PAYOR-ID TO SD-OLD-PAYOR-ID
               MOVE PCD-PXAU-RUN-DATE     TO SD-RUN-DATE
               MOVE PCD-PXAU-SUB-NAME     TO SD-SUB-NAME
               MOVE PCD-PXAU-NEW-PAYOR-ID TO SD-NEW-PAYOR-ID
               MOVE PCD-PXAU-COVERAGE-SW  TO SD-COVERAGE-SW
               RELEASE SD-SORT-REC
               ADD 1 TO WS-AUDIT-RECS-SELECTED
           END-IF
           PERFORM 2100-READ-PXAU-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-LIST-SUBMITTERS -- ONE LINE PER SUBMITTER AND RETIRED    *
      **   ID, WITH THE SUBMITTER NAMED ON ITS FIRST LINE ONLY.          *
      **----------------------------------------------------------------*
       3000-LIST-SUBMITTERS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 3100-ACCUMULATE-AUDIT THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-ACCUMULATE-AUDIT.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               PERFORM 3300-START-SUBMITTER THRU 3300-EXIT
           ELSE
               IF SD-SUB-EIN NOT = WS-SAVE-SUB-EIN
                   PERFORM 3200-WRITE-PAIR      THRU 3200-EXIT
                   MOVE SPACES TO PCD-REPORT-LINE
                   WRITE PCD-REPORT-LINE
                   PERFORM 3300-START-SUBMITTER THRU 3300-EXIT
               ELSE
                   IF SD-OLD-PAYOR-ID NOT = WS-SAVE-OLD-PAYOR-ID
                       PERFORM 3200-WRITE-PAIR THRU 3200-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-PR-FIRST-DATE = ZERO
               MOVE SD-OLD-PAYOR-ID TO WS-SAVE-OLD-PAYOR-ID
               MOVE SD-SUB-NAME     TO WS-PR-SUB-NAME
               MOVE SD-RUN-DATE     TO WS-PR-FIRST-DATE
               ADD 1 TO WS-PAIR-COUNT
           END-IF
           MOVE SD-RUN-DATE     TO WS-PR-LAST-DATE
           MOVE SD-NEW-PAYOR-ID TO WS-PR-NEW-PAYOR-ID
           IF SD-DESTINATION
               ADD 1 TO WS-PR-CLAIMS
           ELSE
               ADD 1 TO WS-PR-OTHER-COV
           END-IF
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-WRITE-PAIR.
           MOVE WS-PR-SUB-NAME       TO WS-D-SUB-NAME
           MOVE WS-SAVE-OLD-PAYOR-ID TO WS-D-OLD-PAYOR-ID
           MOVE WS-PR-NEW-PAYOR-ID   TO WS-D-NEW-PAYOR-ID
           MOVE WS-PR-CLAIMS         TO WS-D-CLAIMS
           MOVE WS-PR-OTHER-COV      TO WS-D-OTHER-COV
           MOVE WS-PR-FIRST-DATE     TO WS-D-FIRST-DATE
           MOVE WS-PR-LAST-DATE      TO WS-D-LAST-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO WS-D-SUB-EIN
                          WS-D-SUB-NAME
           INITIALIZE WS-PAIR-TOTALS.
       3200-EXIT.
           EXIT.
       3300-START-SUBMITTER.
           MOVE SD-SUB-EIN TO WS-SAVE-SUB-EIN
           MOVE SD-SUB-EIN TO WS-D-SUB-EIN
           ADD 1 TO WS-SUBMITTER-COUNT.
       3300-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-PAIR-COUNT = ZERO
               MOVE '  NO RETIRED PAYER IDS RECEIVED IN THE PERIOD'
                   TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  SUBMITTERS SENDING RETIRED IDS .' TO WS-T-LABEL
           MOVE WS-SUBMITTER-COUNT                   TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  SUBMITTER / RETIRED ID PAIRS . .' TO WS-T-LABEL
           MOVE WS-PAIR-COUNT                        TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  REMAPPED PAYER RECORDS . . . . .' TO WS-T-LABEL
           MOVE WS-AUDIT-RECS-SELECTED               TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD183 - AUDIT RECS READ:         '
               WS-AUDIT-RECS-READ
           DISPLAY 'PCD183 - AUDIT RECS IN PERIOD:    '
               WS-AUDIT-RECS-SELECTED
           DISPLAY 'PCD183 - SUBMITTERS LISTED:       '
               WS-SUBMITTER-COUNT.
       9000-EXIT.
           EXIT.
