      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD163              SYSTEM: PCDS                 *
      **    HCC SUSPECT-GAP REPORT                                    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  LISTS ON PCDHCCGP  *
      **                          EVERY PERSON WHO HAD AN HCC          *
      **                          CONDITION CAPTURED LAST YEAR THAT    *
      **                          HAS NOT YET BEEN DOCUMENTED THIS     *
      **                          YEAR, FROM THE PCDHCCP ROWS PCD162   *
      **                          BUILDS.  RUN AFTER THE FIRST PCD162  *
      **                          OF THE YEAR AND MONTHLY AFTER THAT,  *
      **                          SO THE PRACTICE HAS THE LIST WHILE   *
      **                          THERE IS STILL TIME TO SCHEDULE A    *
      **                          VISIT.  THE YEAR COMES FROM THE      *
      **                          PCDHCCCD CARD SHARED WITH PCD162     *
      **                          (DEFAULT THE RUN YEAR).              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD163.
       AUTHOR.        MANAGED CARE UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDHCCCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HCCP-MASTER  ASSIGN TO PCDHCCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-HCCP-KEY
               FILE STATUS IS WS-HCCP-FILE-STATUS.
           SELECT PCD-EPIM-MASTER  ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDHCCGP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-SERVICE-YEAR   PIC X(004).
           05  FILLER                 PIC X(076).
       FD  PCD-HCCP-MASTER.
       COPY PCDHCCP.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-HCCP-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HCCP-FOUND                       VALUE '00'.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-YEAR             PIC 9(004)  VALUE ZERO.
       77  WS-PRIOR-YEAR               PIC 9(004)  VALUE ZERO.
       77  WS-LAST-PERSON-ID           PIC 9(009)  VALUE ZERO.
       77  WS-PRIOR-ROWS-READ          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-GAPS-LISTED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PERSONS-LISTED           PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE PRIOR-YEAR ROW IS SAVED BEFORE THE CURRENT-YEAR PROBE     *
      **   OVERLAYS THE RECORD AREA, AND ITS KEY RESTARTS THE BROWSE.    *
      **----------------------------------------------------------------*
       01  WS-SAVED-PRIOR-ROW.
           05  WS-SV-KEY               PIC X(016).
           05  FILLER                  PIC X(104).
       01  WS-SAVED-PRIOR-VIEW REDEFINES WS-SAVED-PRIOR-ROW.
           05  WS-SV-SERVICE-YEAR      PIC 9(004).
           05  WS-SV-PERSON-ID         PIC 9(009).
           05  WS-SV-HCC               PIC 9(003).
           05  WS-SV-HCC-DESC          PIC X(030).
           05  WS-SV-FIRST-DOS         PIC 9(008).
           05  WS-SV-LAST-DOS          PIC 9(008).
           05  WS-SV-CLAIM-COUNT       PIC 9(005).
           05  WS-SV-LAST-DIAG-CODE    PIC X(008).
           05  WS-SV-LAST-PAT-CNTL-NO  PIC X(020).
           05  FILLER                  PIC X(025).
       01  WS-HEADING-1.
           05  FILLER                  PIC X(044)  VALUE
               'PCD163 - HCC SUSPECT GAPS: CAPTURED IN YEAR '.
           05  WS-H1-PRIOR-YEAR        PIC 9(004).
           05  FILLER                  PIC X(022)  VALUE
               ', NOT YET DOCUMENTED '.
           05  WS-H1-CURRENT-YEAR      PIC 9(004).
           05  FILLER                  PIC X(011)  VALUE
               '  RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(039)  VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'PERSON ID  PATIENT NAME                   BIRTH DT'.
           05  FILLER                  PIC X(050)  VALUE
               '  HCC  DESCRIPTION                     LAST DOS  D'.
           05  FILLER                  PIC X(032)  VALUE
               'IAG    CLMS  LAST PATIENT CNTL  '.
       01  WS-GAP-DETAIL.
           05  WS-D-PERSON-ID          PIC Z(008)9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-NAME           PIC X(029).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-BIRTH-DATE         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-HCC                PIC 9(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-HCC-DESC           PIC X(030).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-LAST-DOS           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-LAST-DIAG-CODE     PIC X(008).
           05  WS-D-CLAIM-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-LAST-PAT-CNTL-NO   PIC X(017).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CHECK-PRIOR-ROW THRU 2000-EXIT
               UNTIL WS-BROWSE-DONE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-SERVICE-YEAR IS NUMERIC
           AND FD-CARD-SERVICE-YEAR NOT = ZERO
               MOVE FD-CARD-SERVICE-YEAR TO WS-CURRENT-YEAR
           ELSE
               COMPUTE WS-CURRENT-YEAR = WS-RUN-DATE / 10000
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-CURRENT-YEAR - 1
           OPEN INPUT  PCD-HCCP-MASTER
           OPEN INPUT  PCD-EPIM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-PRIOR-YEAR   TO WS-H1-PRIOR-YEAR
           MOVE WS-CURRENT-YEAR TO WS-H1-CURRENT-YEAR
           MOVE WS-RUN-DATE     TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1    TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-HEADING-2    TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE LOW-VALUES      TO PCD-HCCP-KEY
           MOVE WS-PRIOR-YEAR   TO PCD-HCCP-SERVICE-YEAR
           START PCD-HCCP-MASTER KEY NOT < PCD-HCCP-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-CHECK-PRIOR-ROW -- ONE PRIOR-YEAR PERSON X HCC ROW; A    *
      **   MISSING CURRENT-YEAR TWIN IS A SUSPECT GAP.                   *
      **----------------------------------------------------------------*
       2000-CHECK-PRIOR-ROW.
           READ PCD-HCCP-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF PCD-HCCP-SERVICE-YEAR NOT = WS-PRIOR-YEAR
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-PRIOR-ROWS-READ
           MOVE PCD-HCCP-REC    TO WS-SAVED-PRIOR-ROW
           MOVE WS-CURRENT-YEAR TO PCD-HCCP-SERVICE-YEAR
           READ PCD-HCCP-MASTER
               INVALID KEY
                   MOVE '23' TO WS-HCCP-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-HCCP-FILE-STATUS
           END-READ
           IF NOT WS-HCCP-FOUND
               PERFORM 2100-PRINT-GAP THRU 2100-EXIT
           END-IF
           MOVE WS-SV-KEY TO PCD-HCCP-KEY
           START PCD-HCCP-MASTER KEY > PCD-HCCP-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
       2000-EXIT.
           EXIT.
       2100-PRINT-GAP.
           IF WS-SV-PERSON-ID NOT = WS-LAST-PERSON-ID
               MOVE WS-SV-PERSON-ID TO WS-LAST-PERSON-ID
               ADD 1 TO WS-PERSONS-LISTED
               MOVE WS-SV-PERSON-ID TO PCD-EPIM-PERSON-ID
               READ PCD-EPIM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-EPIM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-EPIM-FILE-STATUS
               END-READ
           END-IF
           MOVE SPACES TO WS-D-PAT-NAME
                          WS-D-BIRTH-DATE
           IF WS-EPIM-FOUND
               STRING PCD-EPIM-PAT-L-NAME DELIMITED BY '  '
                      ', '                DELIMITED BY SIZE
                      PCD-EPIM-PAT-F-NAME DELIMITED BY '  '
                   INTO WS-D-PAT-NAME
               MOVE PCD-EPIM-BIRTH-DATE TO WS-D-BIRTH-DATE
           END-IF
           MOVE WS-SV-PERSON-ID        TO WS-D-PERSON-ID
           MOVE WS-SV-HCC              TO WS-D-HCC
           MOVE WS-SV-HCC-DESC         TO WS-D-HCC-DESC
           MOVE WS-SV-LAST-DOS         TO WS-D-LAST-DOS
           MOVE WS-SV-LAST-DIAG-CODE   TO WS-D-LAST-DIAG-CODE
           MOVE WS-SV-CLAIM-COUNT      TO WS-D-CLAIM-COUNT
           MOVE WS-SV-LAST-PAT-CNTL-NO TO WS-D-LAST-PAT-CNTL-NO
           MOVE WS-GAP-DETAIL          TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-GAPS-LISTED.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-HCCP-MASTER
           CLOSE PCD-EPIM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD163 - PRIOR-YEAR HCC ROWS:   ' WS-PRIOR-ROWS-READ
           DISPLAY 'PCD163 - SUSPECT GAPS LISTED:   ' WS-GAPS-LISTED
           DISPLAY 'PCD163 - PERSONS WITH GAPS:     ' WS-PERSONS-LISTED.
       9000-EXIT.
           EXIT.
