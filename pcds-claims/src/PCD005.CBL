      **                          DT-CAS-CODE AND CONTROL-BREAKS THE   *
      **                          SORTED EXTRACT INTO A DOLLARS-AND-   *
      **                          FREQUENCY SUMMARY FOR APPEALS.       *
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
       PROGRAM-ID.    PCD005.
       01  PCD-CLAIM-RECORD           PIC X(192).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID           PIC X(006).
           05  SD-GROUP-CODE          PIC X(002).
           05  SD-CAS-CODE            PIC X(005).
           05  SD-AMOUNT              PIC 9(006)V99.
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
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-SUBSCRIPT                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-SAVE-CLIENT-ID           PIC X(006)  VALUE SPACES.
       77  WS-SAVE-GROUP-CODE          PIC X(002)  VALUE SPACES.
       77  WS-SAVE-CAS-CODE            PIC X(005)  VALUE SPACES.
       77  WS-TOTAL-AMOUNT             PIC 9(009)V99  COMP-3 VALUE ZERO.
       77  WS-TOTAL-FREQ               PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-DETAIL.
           05  WS-D-CLIENT-ID          PIC X(006).
           05  FILLER                  PIC X(002).
           05  WS-D-GROUP              PIC X(005).
           05  WS-D-CODE               PIC X(008).
           05  WS-D-FREQ               PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE 'CLIENT  GRP  CARC-CODE   FREQUENCY        DOLLARS'
               TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID SD-GROUP-CODE SD-CAS-CODE
               INPUT PROCEDURE  3000-EXTRACT-DT   THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-SUMMARIZE    THRU 4000-EXIT
           CLOSE PCD-REPORT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE AND C0-REC
                   PERFORM 8800-LOOKUP-CLIENT THRU 8800-EXIT
               END-IF
               IF NOT WS-END-OF-FILE AND DT-REC
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 6
                       IF DT-CAS-CODE (WS-SUBSCRIPT) > SPACES
                           MOVE PCD-RPTC-CLIENT-ID  TO SD-CLIENT-ID
                           MOVE DT-CAS-GROUP-CODE   TO SD-GROUP-CODE
                           MOVE DT-CAS-CODE (WS-SUBSCRIPT)
                               TO SD-CAS-CODE
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE PCD-CLAIM-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-SUMMARIZE -- CONTROL BREAK ON CLIENT/GROUP-CODE/CAS-CODE*
      **----------------------------------------------------------------*
       4000-SUMMARIZE.
           RETURN SORT-WORK-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE
               IF WS-FIRST-RECORD
                   MOVE SD-CLIENT-ID  TO WS-SAVE-CLIENT-ID
                   MOVE SD-GROUP-CODE TO WS-SAVE-GROUP-CODE
                   MOVE SD-CAS-CODE   TO WS-SAVE-CAS-CODE
                   MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               END-IF
               IF SD-CLIENT-ID  NOT = WS-SAVE-CLIENT-ID
                  OR SD-GROUP-CODE NOT = WS-SAVE-GROUP-CODE
                  OR SD-CAS-CODE  NOT = WS-SAVE-CAS-CODE
                   PERFORM 4100-WRITE-TOTAL THRU 4100-EXIT
                   MOVE SD-CLIENT-ID  TO WS-SAVE-CLIENT-ID
                   MOVE SD-GROUP-CODE TO WS-SAVE-GROUP-CODE
                   MOVE SD-CAS-CODE   TO WS-SAVE-CAS-CODE
               END-IF
           EXIT.
       4100-WRITE-TOTAL.
           MOVE SPACES             TO WS-REPORT-DETAIL
           MOVE WS-SAVE-CLIENT-ID  TO WS-D-CLIENT-ID
           MOVE WS-SAVE-GROUP-CODE TO WS-D-GROUP
           MOVE WS-SAVE-CAS-CODE   TO WS-D-CODE
           MOVE WS-TOTAL-FREQ      TO WS-D-FREQ
           MOVE WS-TOTAL-AMOUNT    TO WS-D-AMOUNT
           MOVE WS-REPORT-DETAIL   TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID  TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-TOTAL-FREQ WS-TOTAL-AMOUNT.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM; *NONE* WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.     *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD005'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD005 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           IF PCD-RPTC-EVERY-CLIENT
               SET PCD-RPTC-NO-CLIENT TO TRUE
           END-IF.
       8800-EXIT.
           EXIT.
