      **                          EXCEED THE LIMIT SUSPENDS BEFORE     *
      **                          TRANSMISSION; OTHERWISE THE SERVICE  *
      **                          DATE JOINS THE HISTORY.              *
      ** RTC    10/15/26          THE INSURED ID KEYING PCDFHST IS NOW *
      **                          THE PCDTOKN VAULT TOKEN WHEN THE     *
      **                          CLAIM CARRIES A SOCIAL SECURITY      *
      **                          NUMBER.                              *
      ** RTC    10/15/26          EVERY ADD OR REWRITE TO PCDFHST IS   *
      **                          NOW LOGGED TO THE PCDJRNLQ JOURNAL   *
      **                          WITH THE JOB NUMBER AND BEFORE-IMAGE *
      **                          FOR THE PCD229 SINGLE-JOB BACKOUT.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD112.
               FILE STATUS IS WS-FHST-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-JOURNAL-FILE  ASSIGN TO PCDJRNLQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDSUSP.
       COPY PCDFRQC.
       COPY PCDJRNL.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-FRQC-EOF-SWITCH          PIC X(001)  VALUE 'N'.
       77  WS-FHST-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-FHST-FOUND                       VALUE '00'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CURRENT-INSURED-ID       PIC X(017)  VALUE SPACES.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-FRQC-FILE
           OPEN I-O    PCD-FHST-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
           OPEN EXTEND PCD-JOURNAL-FILE
           PERFORM 1200-READ-FRQC-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-RULE  THRU 1300-EXIT
               UNTIL WS-FRQC-END-OF-FILE
                   MOVE B0-BATCH-TYPE TO WS-CURRENT-BATCH-TYPE
               WHEN D0-REC
                   MOVE D0-PAYOR-ID   TO WS-CURRENT-PAYOR-ID
                   PERFORM 2600-TOKENIZE-INSURED-ID THRU 2600-EXIT
               WHEN F0-REC
                   PERFORM 2100-CHECK-LINE THRU 2100-EXIT
               WHEN OTHER
      **----------------------------------------------------------------*
       2400-ADD-TO-HISTORY.
           IF NOT WS-FHST-FOUND
               SET PCD-JRNL-ADD           TO TRUE
               MOVE SPACES                TO PCD-JRNL-BEFORE-IMAGE
               MOVE SPACES                TO PCD-FHST-REC
               MOVE WS-CURRENT-INSURED-ID TO PCD-FHST-INSURED-ID
               MOVE WS-CURRENT-PAYOR-ID   TO PCD-FHST-PAYOR-ID
               MOVE WS-SERVICE-DATE TO PCD-FHST-SERVICE-DATE (1)
               WRITE PCD-FHST-REC
           ELSE
               SET PCD-JRNL-REWRITE       TO TRUE
               MOVE PCD-FHST-REC          TO PCD-JRNL-BEFORE-IMAGE
               IF PCD-FHST-DATE-COUNT < 12
                   ADD 1 TO PCD-FHST-DATE-COUNT
                   MOVE WS-SERVICE-DATE
                   MOVE WS-SERVICE-DATE TO PCD-FHST-SERVICE-DATE (12)
               END-IF
               REWRITE PCD-FHST-REC
           END-IF
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
       2400-EXIT.
           EXIT.
       2500-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT.
       2500-EXIT.
           EXIT.
       2600-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD112' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD112 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO WS-CURRENT-INSURED-ID.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-JOURNAL -- AFTER-IMAGE TO THE PCDJRNLQ JOURNAL.    *
      **   2400 HAS SET THE ACTION AND THE BEFORE-IMAGE.                 *
      **----------------------------------------------------------------*
       8000-WRITE-JOURNAL.
           MOVE 'PCDFHST '        TO PCD-JRNL-MASTER-ID
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD112'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-FHST-REC      TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-FHST-MASTER
           CLOSE PCD-SUSPENSE-FILE
           CLOSE PCD-JOURNAL-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD112 - FREQUENCY RULES LOADED:  ' WS-RULE-COUNT
           DISPLAY 'PCD112 - RULED LINES COUNTED:     '
               WS-LINES-COUNTED
