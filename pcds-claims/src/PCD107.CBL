      **                          THE ONLINE INQUIRIES BECOME DIRECT   *
      **                          READS INSTEAD OF TWENTY-MINUTE       *
      **                          STREAM SCANS.                        *
      ** RTC    10/15/26          AN INSURED ID THAT IS A SOCIAL       *
      **                          SECURITY NUMBER IS REPLACED BY ITS   *
      **                          PCDTOKN VAULT TOKEN BEFORE THE D0    *
      **                          IMAGE IS STORED, SO THE REPOSITORY   *
      **                          NO LONGER HOLDS SSNS IN THE CLEAR.   *
      ** RTC    10/15/26          EVERY REPOSITORY RECORD IS STAMPED   *
      **                          WITH THE CLIENT ID PCDCLNT HAS       *
      **                          RECORDED FOR THE CLAIM'S PATIENT     *
      **                          CONTROL NUMBER, LOOKED UP ONCE AT    *
      **                          THE C0.                              *
      ** RTC    10/15/26          EVERY REPOSITORY RECORD CARRIES THE  *
      **                          B0-BATCH-TYPE OF ITS BATCH, SO THE   *
      **                          PCD235 AD-HOC EXTRACT CAN SELECT     *
      **                          CLAIMS BY BATCH TYPE.                *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD107.
       COPY PCDCRNX.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDCLNA.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-PROC-DATE        PIC X(006)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
       77  WS-CURRENT-CLIENT-ID        PIC X(006)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CLAIM-REC-SEQ            PIC 9(004)  VALUE ZERO.
       77  WS-LOADED-COUNT             PIC 9(009)  COMP  VALUE ZERO.
       77  WS-CORN-COUNT               PIC 9(007)  COMP  VALUE ZERO.
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM   TO WS-CURRENT-JOBNUM
                   MOVE A0-PROCESSING-DATE TO WS-CURRENT-PROC-DATE
               WHEN B0-BATCH-HEADER-REC
                   MOVE B0-BATCH-TYPE      TO WS-CURRENT-BATCH-TYPE
               WHEN C0-REC
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE ZERO            TO WS-CLAIM-REC-SEQ
                   PERFORM 2400-LOOKUP-CLIENT THRU 2400-EXIT
                   PERFORM 2100-STORE-CLAIM-REC THRU 2100-EXIT
               WHEN CZ-REC
                   PERFORM 2100-STORE-CLAIM-REC THRU 2100-EXIT
                   PERFORM 2200-STORE-CORN-INDEX THRU 2200-EXIT
               WHEN D0-REC
                   PERFORM 2300-TOKENIZE-INSURED-ID THRU 2300-EXIT
                   PERFORM 2100-STORE-CLAIM-REC THRU 2100-EXIT
               WHEN CLAIM-RECS
                   PERFORM 2100-STORE-CLAIM-REC THRU 2100-EXIT
               WHEN OTHER
           MOVE WS-CURRENT-PROC-DATE   TO PCD-CRPM-PROC-DATE
           MOVE WS-CLAIM-REC-SEQ       TO PCD-CRPM-REC-SEQ
           MOVE WS-CURRENT-JOBNUM      TO PCD-CRPM-JOBNUM
           MOVE WS-CURRENT-CLIENT-ID   TO PCD-CRPM-CLIENT-ID
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-CRPM-BATCH-TYPE
           MOVE WS-PCDSCLAIM-REC       TO PCD-CRPM-CLAIM-IMAGE
           WRITE PCD-CRPM-REC
               INVALID KEY
           END-WRITE.
       2200-EXIT.
           EXIT.
       2300-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD107' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD107 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO D0-INSURED-ID.
       2300-EXIT.
           EXIT.
       2400-LOOKUP-CLIENT.
           MOVE 'L'                    TO PCD-CLNA-FUNCTION
           MOVE 'PCD107'               TO PCD-CLNA-CALLER
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD107 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO WS-CURRENT-CLIENT-ID.
       2400-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-CRNX-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD107 - CLAIM RECORDS STORED:  ' WS-LOADED-COUNT
           DISPLAY 'PCD107 - CORN INDEX ROWS ADDED: ' WS-CORN-COUNT
           DISPLAY 'PCD107 - DUPLICATE KEYS SKIPPED: ' WS-DUP-COUNT.
