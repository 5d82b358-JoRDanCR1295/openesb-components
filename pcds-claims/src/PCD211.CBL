      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD211           SYSTEM: PCDS                     *
      **    340B COVERED-ENTITY SITE ELIGIBILITY LOAD                  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LOADS EACH         *
      **                          COVERED-ENTITY CLIENT'S 340B SITE    *
      **                          FILE (PCD34BIN) INTO THE PCD34BM     *
      **                          ELIGIBILITY MASTER, ONE ROW PER      *
      **                          CLIENT AND SITE BILLING NPI, WITH    *
      **                          THE HRSA 340B ID AND THE SITE'S      *
      **                          EFFECTIVE AND TERM DATES.  A SITE    *
      **                          ALREADY ON FILE IS REPLACED; A SITE  *
      **                          FOR A CLIENT NOT ON THE PCDCLNT      *
      **                          REGISTRY, OR WITH BAD DATES, IS      *
      **                          REJECTED AND LISTED.  PCD212 USES    *
      **                          THE MASTER TO FLAG 340B DRUG LINES.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD211.
       AUTHOR.        PHARMACY SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-34B-FEED    ASSIGN TO PCD34BIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-34BM-MASTER ASSIGN TO PCD34BM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-34BM-KEY
               FILE STATUS IS WS-34BM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-34B-FEED
           RECORDING MODE IS F.
       01  FD-34B-FEED-REC            PIC X(080).
       FD  PCD-34BM-MASTER.
       COPY PCD34BM.
       WORKING-STORAGE SECTION.
       COPY PCDCLNA.
      **----------------------------------------------------------------*
      **   ONE REGISTERED SITE PER RECORD, AS KEPT BY EACH CLIENT FROM   *
      **   THE HRSA 340B OFFICE OF PHARMACY AFFAIRS DATABASE.  A BLANK   *
      **   TERM DATE MEANS THE SITE IS STILL REGISTERED.                 *
      **----------------------------------------------------------------*
       01  WS-FEED-REC.
           05  WS-FD-CLIENT-ID         PIC X(006).
           05  WS-FD-SITE-NPI          PIC X(010).
           05  WS-FD-ENTITY-ID         PIC X(015).
           05  WS-FD-EFFECTIVE-DATE    PIC X(008).
           05  WS-FD-EFFECTIVE-DATE-N REDEFINES WS-FD-EFFECTIVE-DATE
                                       PIC 9(008).
           05  WS-FD-TERM-DATE         PIC X(008).
           05  WS-FD-TERM-DATE-N REDEFINES WS-FD-TERM-DATE
                                       PIC 9(008).
           05  WS-FD-SITE-NAME         PIC X(033).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-34BM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-34BM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-FEED-REJECTED                    VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-FEED-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SITES-ADDED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SITES-REPLACED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SITES-TERMINATED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FEED-REJECTED-CT         PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-LOAD-SITE          THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-34B-FEED
           OPEN I-O   PCD-34BM-MASTER
           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-FEED.
           READ PCD-34B-FEED INTO WS-FEED-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-SITE -- THE CLIENT RESENDS A SITE WHENEVER HRSA     *
      **   CHANGES IT (A NEW TERM DATE, A RE-REGISTRATION UNDER A NEW    *
      **   340B ID), SO A SITE ALREADY ON FILE IS REPLACED.              *
      **----------------------------------------------------------------*
       2000-LOAD-SITE.
           ADD 1 TO WS-FEED-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-SITE THRU 2100-EXIT
           IF NOT WS-FEED-REJECTED
               PERFORM 3000-STORE-SITE THRU 3000-EXIT
           END-IF
           IF WS-FEED-REJECTED
               ADD 1 TO WS-FEED-REJECTED-CT
               DISPLAY 'PCD211 - REJECTED ' WS-FD-CLIENT-ID ' '
                   WS-FD-SITE-NPI ' ' WS-FD-ENTITY-ID ' '
                   WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-SITE -- CLIENT AND SITE NPI ARE THE KEY; THE    *
      **   CLIENT MUST BE ON THE PCDCLNT REGISTRY.  A TERM DATE, WHEN    *
      **   SENT, MAY NOT FALL BEFORE THE EFFECTIVE DATE.                 *
      **----------------------------------------------------------------*
       2100-VALIDATE-SITE.
           IF WS-FD-CLIENT-ID = SPACES
           OR WS-FD-SITE-NPI = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-ENTITY-ID = SPACES
               MOVE 'NO 340B ID' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-EFFECTIVE-DATE NOT NUMERIC
           OR WS-FD-EFFECTIVE-DATE-N = ZERO
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-TERM-DATE = SPACES
               MOVE ZERO TO WS-FD-TERM-DATE-N
           END-IF
           IF WS-FD-TERM-DATE NOT NUMERIC
           OR (WS-FD-TERM-DATE-N NOT = ZERO
               AND WS-FD-TERM-DATE-N < WS-FD-EFFECTIVE-DATE-N)
               MOVE 'INVALID TERM DATE' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE 'V'             TO PCD-CLNA-FUNCTION
           MOVE 'PCD211'        TO PCD-CLNA-CALLER
           MOVE WS-FD-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD211 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF NOT PCD-CLNA-DONE
               MOVE 'UNKNOWN CLIENT' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-STORE-SITE.
           MOVE WS-FD-CLIENT-ID TO PCD-34BM-CLIENT-ID
           MOVE WS-FD-SITE-NPI  TO PCD-34BM-SITE-NPI
           READ PCD-34BM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-34BM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-34BM-FILE-STATUS
           END-READ
           IF NOT WS-34BM-FOUND
               MOVE WS-RUN-DATE TO PCD-34BM-ADDED-DATE
           END-IF
           MOVE WS-FD-ENTITY-ID        TO PCD-34BM-ENTITY-ID
           MOVE WS-FD-SITE-NAME        TO PCD-34BM-SITE-NAME
           MOVE WS-FD-EFFECTIVE-DATE-N TO PCD-34BM-EFFECTIVE-DATE
           MOVE WS-FD-TERM-DATE-N      TO PCD-34BM-TERM-DATE
           MOVE WS-RUN-DATE            TO PCD-34BM-CHANGED-DATE
           IF NOT PCD-34BM-OPEN-ENDED
               ADD 1 TO WS-SITES-TERMINATED
           END-IF
           IF WS-34BM-FOUND
               REWRITE PCD-34BM-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SITES-REPLACED
               END-REWRITE
           ELSE
               WRITE PCD-34BM-REC
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SITES-ADDED
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-34B-FEED
           CLOSE PCD-34BM-MASTER
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD211 - SITE RECORDS READ:     ' WS-FEED-READ
           DISPLAY 'PCD211 - SITES ADDED:           ' WS-SITES-ADDED
           DISPLAY 'PCD211 - SITES REPLACED:        ' WS-SITES-REPLACED
           DISPLAY 'PCD211 - WITH A TERM DATE:      '
               WS-SITES-TERMINATED
           DISPLAY 'PCD211 - SITES REJECTED:        '
               WS-FEED-REJECTED-CT.
       9000-EXIT.
           EXIT.
