      **                          AND OUT-OF-POCKET MAXIMUMS.  ONLY    *
      **                          CLAIMS WHOSE XA SHOWS A PAYER        *
      **                          PAYMENT (ADJUDICATED) ACCUMULATE.    *
      ** RTC    10/15/26          THE INSURED ID KEYING PCDACCM IS NOW *
      **                          THE PCDTOKN VAULT TOKEN WHEN THE     *
      **                          CLAIM CARRIES A SOCIAL SECURITY      *
      **                          NUMBER.                              *
      ** RTC    10/15/26          EVERY ADD OR REWRITE TO PCDACCM IS   *
      **                          NOW LOGGED TO THE PCDJRNLQ JOURNAL   *
      **                          WITH THE A0 JOB NUMBER AND           *
      **                          BEFORE-IMAGE FOR THE PCD229          *
      **                          SINGLE-JOB BACKOUT.                  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD143.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ACCM-KEY
               FILE STATUS IS WS-ACCM-FILE-STATUS.
           SELECT PCD-JOURNAL-FILE ASSIGN TO PCDJRNLQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-ACCM-MASTER.
       COPY PCDACCM.
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDJRNL.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-ACCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ACCM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-INSURED-ID       PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-BENEFIT-YEAR             PIC 9(004)  VALUE ZERO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CLAIM-FILE
           OPEN I-O   PCD-ACCM-MASTER
           OPEN EXTEND PCD-JOURNAL-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN D0-REC
                   PERFORM 2200-TOKENIZE-INSURED-ID THRU 2200-EXIT
                   MOVE D0-PAYOR-ID   TO WS-CURRENT-PAYOR-ID
               WHEN E0-REC
                   IF E0-CLAIM-DATE-X IS NUMERIC
                   MOVE '00' TO WS-ACCM-FILE-STATUS
           END-READ
           IF WS-ACCM-FOUND
               SET PCD-JRNL-REWRITE TO TRUE
               MOVE PCD-ACCM-REC TO PCD-JRNL-BEFORE-IMAGE
               ADD XA-DEDUC-AMT TO PCD-ACCM-DEDUCT-APPLIED
               ADD XA-COINS-AMT TO PCD-ACCM-COINS-APPLIED
               ADD 1            TO PCD-ACCM-CLAIM-COUNT
               MOVE WS-RUN-DATE TO PCD-ACCM-LAST-POST-DATE
               REWRITE PCD-ACCM-REC
           ELSE
               SET PCD-JRNL-ADD           TO TRUE
               MOVE SPACES                TO PCD-JRNL-BEFORE-IMAGE
               MOVE SPACES                TO PCD-ACCM-REC
               MOVE WS-CURRENT-INSURED-ID TO PCD-ACCM-INSURED-ID
               MOVE WS-CURRENT-PAYOR-ID   TO PCD-ACCM-PAYOR-ID
               MOVE WS-RUN-DATE           TO PCD-ACCM-LAST-POST-DATE
               WRITE PCD-ACCM-REC
           END-IF
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
           ADD 1 TO WS-ROLLED-COUNT.
       2100-EXIT.
           EXIT.
       2200-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD143' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD143 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO WS-CURRENT-INSURED-ID.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-JOURNAL -- AFTER-IMAGE TO THE PCDJRNLQ JOURNAL.    *
      **   2100 HAS SET THE ACTION AND THE BEFORE-IMAGE.                 *
      **----------------------------------------------------------------*
       8000-WRITE-JOURNAL.
           MOVE 'PCDACCM '        TO PCD-JRNL-MASTER-ID
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD143'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-ACCM-REC      TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ACCM-MASTER
           CLOSE PCD-JOURNAL-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD143 - XA TRAILERS ROLLED UP: ' WS-ROLLED-COUNT.
       9000-EXIT.
           EXIT.
