      **                          LINES ARE ALL IN, SO THE MASTER IS   *
      **                          UPDATED THERE RATHER THAN AT EVERY   *
      **                          F0 LINE.                             *
      ** RTC    10/15/26          EACH PCDAUTHM JOURNAL ENTRY NOW      *
      **                          CARRIES THE A0 JOB NUMBER AND THE    *
      **                          AUTHORIZATION ROW AS READ, SO PCD229 *
      **                          CAN BACK THE JOB OUT.                *
      ** RTC    10/15/26          EACH REPORT LINE NOW CARRIES THE    *
      **                          CLIENT OF ITS CLAIM (PCDCLNT LOOKUP *
      **                          ON THE C0) IN A SIX-BYTE PCDRPTC    *
      **                          TAG AFTER THE PRINT TEXT, SO PCD087 *
      **                          CAN PACKAGE THE REPORT FOR ONE      *
      **                          CLIENT.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD081.
       COPY PCDAUTHM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(100).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDCLNA.
       COPY PCDRPTC.
       COPY PCDJRNL.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-AUTH-STATUS               PIC X(002)  VALUE SPACES.
           88  WS-AUTH-FOUND                        VALUE '00'.
       77  WS-CURRENT-PAT-CNTL-NO       PIC X(020)  VALUE SPACES.
       77  WS-CURRENT-JOBNUM            PIC X(008)  VALUE SPACES.
       77  WS-CLAIM-AUTH-NUM            PIC X(030)  VALUE SPACES.
       77  WS-CLAIM-UNITS-SUM           PIC 9(009)V9 VALUE ZERO.
       77  WS-UNITS-TO-ADD              PIC 9(007)  VALUE ZERO.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN C0-REC
                   PERFORM 8800-LOOKUP-CLIENT THRU 8800-EXIT
               WHEN D0-REC
                   MOVE D0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE SPACES          TO WS-CLAIM-AUTH-NUM
                       MOVE '00' TO WS-AUTH-STATUS
               END-READ
               IF WS-AUTH-FOUND
                   MOVE PCD-AUTH-MASTER-REC TO PCD-JRNL-BEFORE-IMAGE
                   PERFORM 2150-GUARD-AUTH-FIELDS THRU 2150-EXIT
                   MOVE WS-CLAIM-UNITS-SUM TO WS-UNITS-TO-ADD
                   ADD WS-UNITS-TO-ADD TO PCD-AUTH-USED-UNITS
           MOVE PCD-AUTH-LIMIT-AMT  TO WS-D-LIMIT-AMT
           MOVE PCD-AUTH-USED-AMT   TO WS-D-USED-AMT
           MOVE WS-REPORT-DETAIL    TO PCD-REPORT-LINE
           MOVE PCD-RPTC-CLIENT-ID  TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-EXHAUSTED-COUNT.
       2200-EXIT.
           SET PCD-JRNL-REWRITE        TO TRUE
           MOVE WS-RUN-DATE            TO PCD-JRNL-DATE
           MOVE 'PCD081'               TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM      TO PCD-JRNL-JOBNUM
           MOVE PCD-AUTH-MASTER-REC    TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC           TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-LOOKUP-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE      *
      **   CLAIM, TAGGED ON EVERY LINE WRITTEN FOR IT; *NONE* WHEN THE   *
      **   CLAIM WAS NEVER REGISTERED TO ONE.                            *
      **----------------------------------------------------------------*
       8800-LOOKUP-CLIENT.
           MOVE 'L'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD081'        TO PCD-CLNA-CALLER
           MOVE C0-PAT-CNTL-NUM TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD081 - CLIENT REGISTRY UNAVAILABLE - '
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
           CLOSE PCD-AUTH-MASTER
           CLOSE PCD-REPORT-FILE
           CLOSE PCD-JOURNAL-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD081 - AUTHORIZATIONS EXHAUSTED THIS RUN: '
               WS-EXHAUSTED-COUNT.
       9000-EXIT.
