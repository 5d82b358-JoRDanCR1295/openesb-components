      **                          WE RECORDED ON F2, AND ANY DRIFT IS  *
      **                          REPORTED SEPARATELY FROM THE         *
      **                          INTERNAL FOOTING CHECKS ABOVE.       *
      ** RTC    10/15/26          EACH REPORT LINE NOW CARRIES THE    *
      **                          CLIENT OF ITS CLAIM (PCDCLNT LOOKUP *
      **                          ON THE C0) IN A SIX-BYTE PCDRPTC    *
      **                          TAG AFTER THE PRINT TEXT, SO PCD087 *
      **                          CAN PACKAGE THE REPORT FOR ONE      *
      **                          CLIENT.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD038.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(080).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       FD  PCD-835-FILE.
       COPY PCD835R.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDCLNA.
       COPY PCDRPTC.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-835-FILE-STATUS          PIC X(002)  VALUE SPACES.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN C0-REC
                   PERFORM 8800-LOOKUP-CLIENT         THRU 8800-EXIT
               WHEN F2-REC
                   PERFORM 2100-CHECK-ALLOWED-VS-SUBM THRU 2100-EXIT
                   PERFORM 2200-CHECK-PAID-BREAKOUT   THRU 2200-EXIT
           MOVE F2-PATIENT-CONTROL-NO   TO WS-D-PAT-CNTL-NO
           MOVE WS-VARIANCE-AMOUNT      TO WS-D-VARIANCE
           MOVE WS-REPORT-DETAIL        TO PCD-REPORT-LINE
           MOVE PCD-RPTC-CLIENT-ID      TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-VARIANCE-COUNT.
       2300-EXIT.
           END-READ.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM, TAGGED ON EVERY LINE WRITTEN FOR IT; *NONE* WHEN THE   *
      **   CLAIM WAS NEVER REGISTERED TO ONE.                            *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD038'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD038 - CLIENT REGISTRY UNAVAILABLE - '
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
           CLOSE PCD-835-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD038 - F2 CROSSOVER VARIANCES REPORTED: '
               WS-VARIANCE-COUNT
           DISPLAY 'PCD038 - F2 LINES VS 835 REMIT VARIANCES:  '
