      **                          BY ORIGINATING VENDOR, WITH A GRAND  *
      **                          TOTAL AT THE END -- VENDOR-FEE       *
      **                          VOLUME SEPARATED FROM DIRECT.        *
      ** RTC    10/15/26          EACH BATCH ROW NOW CARRIES THE      *
      **                          CLIENT OF ITS CLAIMS (PCDCLNT       *
      **                          LOOKUP ON EACH C0 SINCE THE B0;     *
      **                          *MULTI IF THEY DIFFER) AS THE MAJOR *
      **                          SORT KEY AND CONTROL BREAK, SO EACH *
      **                          SUBMITTER SUBTOTAL BELONGS TO ONE   *
      **                          CLIENT; THE CLIENT IS PRINTED ON    *
      **                          THE ROW AND CARRIED IN A SIX-BYTE   *
      **                          PCDRPTC TAG AFTER THE PRINT TEXT,   *
      **                          SO PCD087 CAN PACKAGE THE REPORT    *
      **                          FOR ONE CLIENT.  THE GRAND TOTAL IS *
      **                          *MULTI WHEN THE RUN SPANS CLIENTS.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD080.
       01  PCD-CLAIM-RECORD           PIC X(192).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID            PIC X(006).
           05  SD-ORIG-SUB-ID          PIC X(009).
           05  SD-SOURCE-FLAG          PIC X(006).
           05  SD-JOBNUM               PIC X(008).
           05  SD-TOT-CHARGES         PIC S9(010)V99  COMP-3.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(120).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDCLNA.
       COPY PCDRPTC.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
       77  WS-CURRENT-SUB-EIN          PIC X(009)  VALUE SPACES.
       77  WS-ORIG-SUB-ID              PIC X(009)  VALUE SPACES.
       77  WS-SAVE-ORIG-SUB-ID        PIC X(009)  VALUE SPACES.
       77  WS-SAVE-CLIENT-ID           PIC X(006)  VALUE SPACES.
       77  WS-BATCH-CLIENT-ID          PIC X(006)  VALUE SPACES.
       77  WS-GRAND-CLIENT-ID          PIC X(006)  VALUE SPACES.
       77  WS-BATCH-COUNT              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SUB-CLAIM-TOTAL          PIC 9(009)  COMP  VALUE ZERO.
       77  WS-SUB-CHARGE-TOTAL    PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-GRAND-CLAIM-TOTAL        PIC 9(009)  COMP  VALUE ZERO.
       77  WS-GRAND-CHARGE-TOTAL  PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(032)  VALUE
                   'CLIENT  ORIG-SUB  SOURCE  JOBNUM'.
           05  FILLER                   PIC X(031)  VALUE
                   '    BATCH    CLAIMS    CHARGES'.
       01  WS-REPORT-DETAIL.
           05  WS-D-CLIENT-ID           PIC X(006).
           05  FILLER                   PIC X(002).
           05  WS-D-ORIG-SUB-ID         PIC X(009).
           05  FILLER                   PIC X(002).
           05  WS-D-SOURCE-FLAG         PIC X(006).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-HEADING-LINE TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID
               ON ASCENDING KEY SD-ORIG-SUB-ID
               ON ASCENDING KEY SD-JOBNUM
               ON ASCENDING KEY SD-BATCH-ID
      **   KEYED BY THE ORIGINATING SUBMITTER.  A BLANK OR ZERO          *
      **   Y0-ORIG-SUB-ID, OR ONE EQUAL TO THE FILE'S A0-SUB-EIN, MEANS  *
      **   THE PROVIDER SUBMITTED DIRECT; ANYTHING ELSE IS A VENDOR/TPO  *
      **   SUBMISSION UNDER THE VENDOR'S OWN EIN.  THE BATCH'S CLIENT IS *
      **   THE CLIENT OF EVERY C0 SINCE ITS B0 (*MULTI IF THEY DIFFER).  *
      **----------------------------------------------------------------*
       3000-EXTRACT-BATCHES.
           OPEN INPUT PCD-CLAIM-FILE
                   WHEN A0-FILE-HEADER-REC
                       MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                       MOVE A0-SUB-EIN-X     TO WS-CURRENT-SUB-EIN
                   WHEN B0-REC
                       MOVE SPACES TO WS-BATCH-CLIENT-ID
                   WHEN C0-REC
                       PERFORM 8800-LOOKUP-CLIENT   THRU 8800-EXIT
                       PERFORM 3300-MERGE-CLIENT    THRU 3300-EXIT
                   WHEN Y0-REC
                       PERFORM 3200-RELEASE-BATCH THRU 3200-EXIT
                   WHEN OTHER
               END-EVALUATE
               PERFORM 3100-READ-CLAIM-FILE THRU 3100-EXIT
           END-PERFORM
           CLOSE PCD-CLAIM-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       3000-EXIT.
           EXIT.
       3100-READ-CLAIM-FILE.
           EXIT.
       3200-RELEASE-BATCH.
           MOVE SPACES TO SD-SORT-REC
           MOVE WS-BATCH-CLIENT-ID   TO SD-CLIENT-ID
           IF SD-CLIENT-ID = SPACES
               MOVE '*NONE*'         TO SD-CLIENT-ID
           END-IF
           MOVE Y0-ORIG-SUB-ID (1:9) TO WS-ORIG-SUB-ID
           IF WS-ORIG-SUB-ID = SPACES
              OR WS-ORIG-SUB-ID = '000000000'
           ADD 1 TO WS-BATCH-COUNT.
       3200-EXIT.
           EXIT.
       3300-MERGE-CLIENT.
           IF WS-BATCH-CLIENT-ID = SPACES
               MOVE PCD-RPTC-CLIENT-ID TO WS-BATCH-CLIENT-ID
           ELSE
               IF WS-BATCH-CLIENT-ID NOT = PCD-RPTC-CLIENT-ID
                   MOVE '*MULTI' TO WS-BATCH-CLIENT-ID
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-SUMMARIZE -- CONTROL BREAK ON CLIENT/ORIG SUBMITTER      *
      **----------------------------------------------------------------*
       4000-SUMMARIZE.
           RETURN SORT-WORK-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE
               IF WS-FIRST-RECORD
                   MOVE SD-CLIENT-ID   TO WS-SAVE-CLIENT-ID
                                          WS-GRAND-CLIENT-ID
                   MOVE SD-ORIG-SUB-ID TO WS-SAVE-ORIG-SUB-ID
                   MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               END-IF
               IF SD-CLIENT-ID   NOT = WS-SAVE-CLIENT-ID
                  OR SD-ORIG-SUB-ID NOT = WS-SAVE-ORIG-SUB-ID
                   PERFORM 4200-WRITE-SUBTOTAL THRU 4200-EXIT
                   MOVE SD-CLIENT-ID   TO WS-SAVE-CLIENT-ID
                   MOVE SD-ORIG-SUB-ID TO WS-SAVE-ORIG-SUB-ID
               END-IF
               IF SD-CLIENT-ID NOT = WS-GRAND-CLIENT-ID
                   MOVE '*MULTI' TO WS-GRAND-CLIENT-ID
               END-IF
               PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
               ADD SD-NUM-CLAIMS  TO WS-SUB-CLAIM-TOTAL
                                     WS-GRAND-CLAIM-TOTAL
           EXIT.
       4100-WRITE-DETAIL.
           MOVE SPACES                 TO WS-REPORT-DETAIL
           MOVE SD-CLIENT-ID           TO WS-D-CLIENT-ID
           MOVE SD-ORIG-SUB-ID         TO WS-D-ORIG-SUB-ID
           MOVE SD-SOURCE-FLAG         TO WS-D-SOURCE-FLAG
           MOVE SD-JOBNUM              TO WS-D-JOBNUM
           MOVE SD-NUM-CLAIMS          TO WS-D-NUM-CLAIMS
           MOVE SD-TOT-CHARGES         TO WS-D-TOT-CHARGES
           MOVE WS-REPORT-DETAIL       TO PCD-REPORT-LINE
           MOVE SD-CLIENT-ID           TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE.
       4100-EXIT.
           EXIT.
           MOVE WS-SUB-CLAIM-TOTAL     TO WS-S-CLAIM-TOTAL
           MOVE WS-SUB-CHARGE-TOTAL    TO WS-S-CHARGE-TOTAL
           MOVE WS-SUBTOTAL-LINE       TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID      TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE SPACES                 TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID      TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-SUB-CLAIM-TOTAL
           MOVE ZERO TO WS-SUB-CHARGE-TOTAL.
           MOVE WS-GRAND-CLAIM-TOTAL  TO WS-G-CLAIM-TOTAL
           MOVE WS-GRAND-CHARGE-TOTAL TO WS-G-CHARGE-TOTAL
           MOVE WS-GRAND-TOTAL-LINE   TO PCD-REPORT-LINE
           MOVE WS-GRAND-CLIENT-ID    TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM; *NONE* WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.     *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD080'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD080 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           IF PCD-RPTC-EVERY-CLIENT
               SET PCD-RPTC-NO-CLIENT TO TRUE
           END-IF.
       8800-EXIT.
           EXIT.
