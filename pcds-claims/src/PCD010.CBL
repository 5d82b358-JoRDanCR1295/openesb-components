      **                          ZIP) AND WRITES ONE REPORT LINE PER  *
      **                          MISSING FIELD SO PATIENT ACCESS CAN  *
      **                          CORRECT THE SOURCE DATA.             *
      ** RTC    10/15/26          EACH REPORT LINE NOW CARRIES THE    *
      **                          CLIENT OF ITS CLAIM (PCDCLNT LOOKUP *
      **                          ON THE C0) IN A SIX-BYTE PCDRPTC    *
      **                          TAG AFTER THE PRINT TEXT, SO PCD087 *
      **                          CAN PACKAGE THE REPORT FOR ONE      *
      **                          CLIENT.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD010.
       01  PCD-CLAIM-RECORD           PIC X(192).
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
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN C0-REC
                   PERFORM 8800-LOOKUP-CLIENT   THRU 8800-EXIT
                   PERFORM 2100-CHECK-C0-FIELDS THRU 2100-EXIT
               WHEN OTHER
                   CONTINUE
           MOVE WS-CURRENT-JOBNUM   TO WS-D-JOBNUM
           MOVE C0-PAT-CNTL-NUM     TO WS-D-PAT-CNTL-NO
           MOVE WS-REPORT-DETAIL    TO PCD-REPORT-LINE
           MOVE PCD-RPTC-CLIENT-ID  TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM, TAGGED ON EVERY LINE WRITTEN FOR IT; *NONE* WHEN THE   *
      **   CLAIM WAS NEVER REGISTERED TO ONE.                            *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD010'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD010 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           IF PCD-RPTC-EVERY-CLIENT
               SET PCD-RPTC-NO-CLIENT TO TRUE
           END-IF.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-REPORT-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD010 - BLANK DEMOGRAPHIC FIELDS FOUND: '
               WS-EXCEPTION-COUNT.
       9000-EXIT.
