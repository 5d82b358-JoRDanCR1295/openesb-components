      **                          FREQUENCY SUMMARY SO THE REPRICING   *
      **                          DESK CAN SEE WHICH TPO PARTNERS ARE  *
      **                          REJECTING THE MOST LINES AND WHY.    *
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
       PROGRAM-ID.    PCD037.
       01  PCD-CLAIM-RECORD           PIC X(192).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID            PIC X(006).
           05  SD-TPO-ID               PIC X(005).
           05  SD-REJECT-CODE          PIC X(001).
           05  SD-SAVINGS-LOST         PIC 9(006)V99.
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
       77  WS-SAVE-REJECT-CODE         PIC X(001)  VALUE SPACES.
       77  WS-TOTAL-SAVINGS-LOST       PIC 9(009)V99  COMP-3 VALUE ZERO.
       77  WS-TOTAL-FREQ               PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-DETAIL.
           05  WS-D-CLIENT-ID          PIC X(006).
           05  FILLER                  PIC X(002).
           05  WS-D-TPO-ID             PIC X(007).
           05  WS-D-REJECT-CODE        PIC X(010).
           05  WS-D-FREQ               PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE 'CLIENT  TPO-ID  REJECT-CODE  FREQUENCY    SAVINGS-LOST'
               TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID SD-TPO-ID SD-REJECT-CODE
               INPUT PROCEDURE  3000-EXTRACT-F1   THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-SUMMARIZE    THRU 4000-EXIT
           CLOSE PCD-REPORT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE AND C0-REC
                   PERFORM 8800-LOOKUP-CLIENT THRU 8800-EXIT
               END-IF
               IF NOT WS-END-OF-FILE AND F1-REC
                  AND VALID-REJECTION-INDICATOR
                   MOVE PCD-RPTC-CLIENT-ID     TO SD-CLIENT-ID
                   MOVE F1-TPO-ID              TO SD-TPO-ID
                   MOVE F1-REJECTION-MESSAGE-IND TO SD-REJECT-CODE
                   MOVE F1-SAVINGS-AMOUNT      TO SD-SAVINGS-LOST
                   RELEASE SD-SORT-REC
               END-IF
           END-PERFORM
           CLOSE PCD-CLAIM-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-SUMMARIZE -- CONTROL BREAK ON CLIENT/TPO-ID/REJECT-CODE *
      **----------------------------------------------------------------*
       4000-SUMMARIZE.
           RETURN SORT-WORK-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE
               IF WS-FIRST-RECORD
                   MOVE SD-CLIENT-ID   TO WS-SAVE-CLIENT-ID
                   MOVE SD-TPO-ID      TO WS-SAVE-TPO-ID
                   MOVE SD-REJECT-CODE TO WS-SAVE-REJECT-CODE
                   MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               END-IF
               IF SD-CLIENT-ID   NOT = WS-SAVE-CLIENT-ID
                  OR SD-TPO-ID      NOT = WS-SAVE-TPO-ID
                  OR SD-REJECT-CODE NOT = WS-SAVE-REJECT-CODE
                   PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
                   MOVE SD-CLIENT-ID   TO WS-SAVE-CLIENT-ID
                   MOVE SD-TPO-ID      TO WS-SAVE-TPO-ID
                   MOVE SD-REJECT-CODE TO WS-SAVE-REJECT-CODE
               END-IF
           EXIT.
       4100-WRITE-TOTAL.
           MOVE SPACES                TO WS-REPORT-DETAIL
           MOVE WS-SAVE-CLIENT-ID     TO WS-D-CLIENT-ID
           MOVE WS-SAVE-TPO-ID        TO WS-D-TPO-ID
           EVALUATE TRUE
               WHEN WS-SAVE-REJECT-CODE = '1'
           MOVE WS-TOTAL-FREQ         TO WS-D-FREQ
           MOVE WS-TOTAL-SAVINGS-LOST TO WS-D-SAVINGS-LOST
           MOVE WS-REPORT-DETAIL      TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID     TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-TOTAL-FREQ WS-TOTAL-SAVINGS-LOST.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM; *NONE* WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.     *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD037'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD037 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           IF PCD-RPTC-EVERY-CLIENT
               SET PCD-RPTC-NO-CLIENT TO TRUE
           END-IF.
       8800-EXIT.
           EXIT.
