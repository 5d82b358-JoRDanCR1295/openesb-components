      **                          AMOUNT AND REJECTION-COUNT SUMMARY   *
      **                          FOR THE TPO CONTRACT-MANAGEMENT      *
      **                          UNIT TO SCORE REPRICING PARTNERS.    *
      ** RTC    10/15/26          EACH SORT RECORD NOW CARRIES THE    *
      **                          CLIENT OF ITS CLAIM (PCDCLNT LOOKUP *
      **                          ON THE C0) AS THE MAJOR SORT KEY    *
      **                          AND CONTROL BREAK, SO EVERY SUMMARY *
      **                          ROW BELONGS TO ONE CLIENT; THE      *
      **                          CLIENT IS PRINTED ON THE ROW AND    *
      **                          CARRIED IN A SIX-BYTE PCDRPTC TAG   *
      **                          AFTER THE PRINT TEXT, SO PCD087 CAN *
      **                          PACKAGE THE REPORT FOR ONE CLIENT.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD012.
       01  PCD-CLAIM-RECORD           PIC X(192).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID           PIC X(006).
           05  SD-TPO-ID              PIC X(005).
           05  SD-TPO-SUB-ID          PIC X(004).
           05  SD-ALLOWED-AMOUNT      PIC 9(006)V99.
               88  SD-REJECTED                    VALUE 'Y'.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(080).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDCLNA.
       COPY PCDRPTC.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-SAVE-CLIENT-ID           PIC X(006)  VALUE SPACES.
       77  WS-SAVE-TPO-ID              PIC X(005)  VALUE SPACES.
       77  WS-SAVE-TPO-SUB-ID          PIC X(004)  VALUE SPACES.
       77  WS-TOTAL-VOLUME             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TOTAL-ALLOWED            PIC 9(009)V99  COMP-3 VALUE ZERO.
       77  WS-TOTAL-SAVINGS            PIC 9(009)V99  COMP-3 VALUE ZERO.
       77  WS-TOTAL-REJECTS            PIC 9(007)  COMP  VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(030)  VALUE
                   'CLIENT  TPO-ID SUB   VOLUME   '.
           05  FILLER                  PIC X(030)  VALUE
                   '  ALLOWED       SAVINGS    REJ'.
       01  WS-REPORT-DETAIL.
           05  WS-D-CLIENT-ID          PIC X(006).
           05  FILLER                  PIC X(002).
           05  WS-D-TPO-ID             PIC X(005).
           05  FILLER                  PIC X(001).
           05  WS-D-TPO-SUB-ID         PIC X(004).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-HEADING-LINE TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID SD-TPO-ID SD-TPO-SUB-ID
               INPUT PROCEDURE  3000-EXTRACT-REPRICE THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-SUMMARIZE       THRU 4000-EXIT
           CLOSE PCD-REPORT-FILE
           PERFORM 3100-READ-CLAIM-FILE THRU 3100-EXIT
           PERFORM 3200-PROCESS-RECORD  THRU 3200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-CLAIM-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       3000-EXIT.
           EXIT.
       3100-READ-CLAIM-FILE.
           EXIT.
       3200-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN C0-REC
                   PERFORM 8800-LOOKUP-CLIENT THRU 8800-EXIT
               WHEN E1-REC
                   MOVE SPACES              TO SD-SORT-REC
                   MOVE PCD-RPTC-CLIENT-ID  TO SD-CLIENT-ID
                   MOVE E1-TPO-ID           TO SD-TPO-ID
                   MOVE E1-TPO-SUB-ID       TO SD-TPO-SUB-ID
                   MOVE E1-ALLOWED-AMOUNT   TO SD-ALLOWED-AMOUNT
                   RELEASE SD-SORT-REC
               WHEN F1-REC
                   MOVE SPACES              TO SD-SORT-REC
                   MOVE PCD-RPTC-CLIENT-ID  TO SD-CLIENT-ID
                   MOVE F1-TPO-ID           TO SD-TPO-ID
                   MOVE F1-TPO-SUB-ID       TO SD-TPO-SUB-ID
                   MOVE F1-ALLOWED-AMOUNT   TO SD-ALLOWED-AMOUNT
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-SUMMARIZE -- CONTROL BREAK ON CLIENT/TPO-ID/TPO-SUB-ID  *
      **----------------------------------------------------------------*
       4000-SUMMARIZE.
           RETURN SORT-WORK-FILE
           EXIT.
       4100-WRITE-TOTAL.
           MOVE SPACES              TO WS-REPORT-DETAIL
           MOVE WS-SAVE-CLIENT-ID   TO WS-D-CLIENT-ID
           MOVE WS-SAVE-TPO-ID      TO WS-D-TPO-ID
           MOVE WS-SAVE-TPO-SUB-ID  TO WS-D-TPO-SUB-ID
           MOVE WS-TOTAL-VOLUME     TO WS-D-VOLUME
           MOVE WS-TOTAL-SAVINGS    TO WS-D-SAVINGS
           MOVE WS-TOTAL-REJECTS    TO WS-D-REJECTS
           MOVE WS-REPORT-DETAIL    TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID   TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-TOTAL-VOLUME WS-TOTAL-ALLOWED
                        WS-TOTAL-SAVINGS WS-TOTAL-REJECTS.
           EXIT.
       4200-ACCUMULATE.
           IF WS-FIRST-RECORD
               MOVE SD-CLIENT-ID  TO WS-SAVE-CLIENT-ID
               MOVE SD-TPO-ID     TO WS-SAVE-TPO-ID
               MOVE SD-TPO-SUB-ID TO WS-SAVE-TPO-SUB-ID
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           IF SD-CLIENT-ID  NOT = WS-SAVE-CLIENT-ID
              OR SD-TPO-ID     NOT = WS-SAVE-TPO-ID
              OR SD-TPO-SUB-ID NOT = WS-SAVE-TPO-SUB-ID
               PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
               MOVE SD-CLIENT-ID  TO WS-SAVE-CLIENT-ID
               MOVE SD-TPO-ID     TO WS-SAVE-TPO-ID
               MOVE SD-TPO-SUB-ID TO WS-SAVE-TPO-SUB-ID
           END-IF
           END-RETURN.
       4200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM; *NONE* WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.     *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD012'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD012 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           IF PCD-RPTC-EVERY-CLIENT
               SET PCD-RPTC-NO-CLIENT TO TRUE
           END-IF.
       8800-EXIT.
           EXIT.
