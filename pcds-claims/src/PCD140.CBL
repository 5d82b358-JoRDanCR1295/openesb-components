      **                          PCDEPIRV REVIEW LISTING (PERSON ID,  *
      **                          BOTH ADDRESSES, THE NEW CLAIM'S PCN  *
      **                          AND INSURED ID) FOR A HUMAN CALL.    *
      ** RTC    10/15/26          THE INSURED ID ADDED TO A PERSON'S   *
      **                          ALIAS LIST, AND SHOWN ON THE         *
      **                          PCDEPIRV REVIEW LISTING, IS NOW THE  *
      **                          PCDTOKN VAULT TOKEN WHEN THE CLAIM   *
      **                          CARRIES A SOCIAL SECURITY NUMBER.    *
      ** RTC    10/15/26          NEW PERSON ROWS, NEW PCDEPIX MATCH   *
      **                          KEYS AND ALIAS REWRITES ARE NOW      *
      **                          LOGGED TO THE PCDJRNLQ JOURNAL WITH  *
      **                          THE A0 JOB NUMBER AND BEFORE-IMAGE   *
      **                          FOR THE PCD229 SINGLE-JOB BACKOUT.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD140.
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-REVIEW-RPT  ASSIGN TO PCDEPIRV
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-JOURNAL-FILE ASSIGN TO PCDJRNLQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-REVIEW-RPT
           RECORDING MODE IS F.
       01  PCD-REVIEW-LINE            PIC X(100).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       COPY PCDJRNL.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-WORK-L-NAME              PIC X(020)  VALUE SPACES.
       77  WS-WORK-F-NAME              PIC X(010)  VALUE SPACES.
       77  WS-WORK-BIRTH-DATE          PIC X(008)  VALUE SPACES.
       77  WS-WORK-SEX                 PIC X(001)  VALUE SPACES.
       77  WS-WORK-ADDR-1              PIC X(018)  VALUE SPACES.
       77  WS-WORK-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-WORK-INSURED-ID          PIC X(017)  VALUE SPACES.
       77  WS-WORK-PERSON-ID           PIC 9(009)  VALUE ZERO.
       77  WS-ALIAS-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-ALIAS-KNOWN-SW           PIC X(001)  VALUE 'N'.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CLAIM-FILE
           OPEN I-O   PCD-EPIM-MASTER
           OPEN I-O   PCD-EPIX-MASTER
           OPEN OUTPUT PCD-REVIEW-RPT
           OPEN EXTEND PCD-JOURNAL-FILE
           MOVE 'PERSON-ID  STORED-ADDRESS      CLAIM-ADDRESS       PA
      -        'T-CNTL-NO          INSURED-ID' TO PCD-REVIEW-LINE
           WRITE PCD-REVIEW-LINE
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN C0-REC
                   MOVE C0-PAT-L-NAME       TO WS-WORK-L-NAME
                   MOVE C0-PAT-F-NAME       TO WS-WORK-F-NAME
                   MOVE C0-PAT-CNTL-NUM     TO WS-WORK-PAT-CNTL-NO
               WHEN D0-REC
                   IF WS-WORK-L-NAME > SPACES
                       PERFORM 2500-TOKENIZE-INSURED-ID THRU 2500-EXIT
                       PERFORM 2100-MATCH-OR-ASSIGN THRU 2100-EXIT
                       MOVE SPACES TO WS-WORK-L-NAME
                   END-IF
           MOVE ZERO               TO PCD-EPIM-NEXT-PERSON-ID
           MOVE 1                  TO PCD-EPIM-ALIAS-COUNT
           MOVE WS-WORK-PAT-CNTL-NO TO PCD-EPIM-ALIAS-PCN (1)
           MOVE WS-WORK-INSURED-ID  TO PCD-EPIM-ALIAS-INS-ID (1)
           WRITE PCD-EPIM-REC
           SET PCD-JRNL-ADD        TO TRUE
           MOVE SPACES             TO PCD-JRNL-BEFORE-IMAGE
           PERFORM 8000-JOURNAL-EPIM THRU 8000-EXIT
           MOVE WS-WORK-L-NAME     TO PCD-EPIX-L-NAME
           MOVE WS-WORK-F-NAME     TO PCD-EPIX-F-NAME
           MOVE WS-WORK-BIRTH-DATE TO PCD-EPIX-BIRTH-DATE
           MOVE WS-WORK-SEX        TO PCD-EPIX-SEX
           MOVE WS-WORK-PERSON-ID  TO PCD-EPIX-PERSON-ID
           WRITE PCD-EPIX-REC
           PERFORM 8100-JOURNAL-EPIX THRU 8100-EXIT
           ADD 1 TO WS-ASSIGNED-COUNT.
       2200-EXIT.
           EXIT.
           END-PERFORM
           IF NOT WS-ALIAS-KNOWN
              AND PCD-EPIM-ALIAS-COUNT < 10
               SET PCD-JRNL-REWRITE TO TRUE
               MOVE PCD-EPIM-REC TO PCD-JRNL-BEFORE-IMAGE
               ADD 1 TO PCD-EPIM-ALIAS-COUNT
               MOVE WS-WORK-PAT-CNTL-NO
                   TO PCD-EPIM-ALIAS-PCN (PCD-EPIM-ALIAS-COUNT)
               MOVE WS-WORK-INSURED-ID
                   TO PCD-EPIM-ALIAS-INS-ID (PCD-EPIM-ALIAS-COUNT)
               REWRITE PCD-EPIM-REC
               PERFORM 8000-JOURNAL-EPIM THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
           MOVE PCD-EPIM-ADDR-1     TO WS-R-STORED-ADDR
           MOVE WS-WORK-ADDR-1      TO WS-R-CLAIM-ADDR
           MOVE WS-WORK-PAT-CNTL-NO TO WS-R-PAT-CNTL-NO
           MOVE WS-WORK-INSURED-ID  TO WS-R-INSURED-ID
           MOVE WS-REVIEW-DETAIL    TO PCD-REVIEW-LINE
           WRITE PCD-REVIEW-LINE.
       2400-EXIT.
           EXIT.
       2500-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD140' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE D0-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD140 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO WS-WORK-INSURED-ID.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-JOURNAL-EPIM / 8100-JOURNAL-EPIX -- AFTER-IMAGES TO THE  *
      **   PCDJRNLQ JOURNAL.  THE CONTROL ROW'S NEXT-PERSON-ID BUMP IS   *
      **   NOT JOURNALED: A PERSON ID IS NEVER REUSED, SO A JOB BACKED   *
      **   OUT LEAVES ONLY A GAP IN THE NUMBERING.                       *
      **----------------------------------------------------------------*
       8000-JOURNAL-EPIM.
           MOVE 'PCDEPIM '        TO PCD-JRNL-MASTER-ID
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD140'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-EPIM-REC      TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8000-EXIT.
           EXIT.
       8100-JOURNAL-EPIX.
           MOVE 'PCDEPIX '        TO PCD-JRNL-MASTER-ID
           SET PCD-JRNL-ADD       TO TRUE
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD140'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-EPIX-REC      TO PCD-JRNL-IMAGE
           MOVE SPACES            TO PCD-JRNL-BEFORE-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIM-MASTER
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-REVIEW-RPT
           CLOSE PCD-JOURNAL-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD140 - PERSONS MATCHED:       ' WS-MATCHED-COUNT
           DISPLAY 'PCD140 - NEW PERSON IDS:        ' WS-ASSIGNED-COUNT
           DISPLAY 'PCD140 - PAIRS SENT TO REVIEW:  '
