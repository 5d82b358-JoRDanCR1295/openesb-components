      **                          HISTORY.  DATE ARITHMETIC USES THE   *
      **                          30-DAY-MONTH CONVENTION THE AGING    *
      **                          REPORTS USE.                         *
      ** RTC    10/15/26          EVERY ADD OR REWRITE TO PCDRXH IS    *
      **                          NOW LOGGED TO THE PCDJRNLQ JOURNAL   *
      **                          WITH THE JOB NUMBER AND BEFORE-IMAGE *
      **                          FOR THE PCD229 SINGLE-JOB BACKOUT.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD141.
               FILE STATUS IS WS-RXH-FILE-STATUS.
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
       COPY PCDSUSP.
       COPY PCDJRNL.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-NDCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RXH-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-RXH-BROWSE-DONE                  VALUE 'Y'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-FILL-PENDING-SW          PIC X(001)  VALUE 'N'.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-NDCM-MASTER
           OPEN I-O    PCD-RXH-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
           OPEN EXTEND PCD-JOURNAL-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
                   MOVE '00' TO WS-RXH-FILE-STATUS
           END-READ
           IF WS-RXH-FOUND
               SET PCD-JRNL-REWRITE     TO TRUE
               MOVE PCD-RXH-REC         TO PCD-JRNL-BEFORE-IMAGE
               MOVE WS-FILL-DATE        TO PCD-RXH-LAST-FILL-DATE
               MOVE WS-FILL-DAYS-SUPPLY TO PCD-RXH-DAYS-SUPPLY
               MOVE WS-FILL-CLASS       TO PCD-RXH-THERAP-CLASS
               MOVE WS-FILL-RX-NUM      TO PCD-RXH-RX-NUM
               REWRITE PCD-RXH-REC
           ELSE
               SET PCD-JRNL-ADD         TO TRUE
               MOVE SPACES              TO PCD-JRNL-BEFORE-IMAGE
               MOVE SPACES              TO PCD-RXH-REC
               MOVE WS-FILL-PAT-CNTL-NO TO PCD-RXH-PAT-CNTL-NO
               MOVE WS-FILL-NDC-CODE    TO PCD-RXH-NDC-CODE
               MOVE WS-FILL-CLASS       TO PCD-RXH-THERAP-CLASS
               MOVE WS-FILL-RX-NUM      TO PCD-RXH-RX-NUM
               WRITE PCD-RXH-REC
           END-IF
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-JOURNAL -- AFTER-IMAGE TO THE PCDJRNLQ JOURNAL.    *
      **   3300 HAS SET THE ACTION AND THE BEFORE-IMAGE.                 *
      **----------------------------------------------------------------*
       8000-WRITE-JOURNAL.
           MOVE 'PCDRXH  '        TO PCD-JRNL-MASTER-ID
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD141'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-RXH-REC       TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-NDCM-MASTER
           CLOSE PCD-RXH-MASTER
           CLOSE PCD-SUSPENSE-FILE
           CLOSE PCD-JOURNAL-FILE
           DISPLAY 'PCD141 - FILLS CHECKED:     ' WS-FILLS-CHECKED
           DISPLAY 'PCD141 - FILLS SUSPENDED:   ' WS-SUSPENSE-COUNT.
       9000-EXIT.
