      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD229           SYSTEM: PCDS                     *
      **    SINGLE-JOB BACKOUT                                         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  BACKS ONE BAD JOB  *
      **                          (THE A0-UNIQUE-JOBNUM ON THE         *
      **                          PCDBKOCD CARD) OUT OF THE MASTERS.   *
      **                          THE JOB'S PCDJRNLQ ENTRIES ARE       *
      **                          REVERSED NEWEST FIRST: A ROW IT      *
      **                          ADDED IS DELETED AND A ROW IT        *
      **                          CHANGED GETS ITS BEFORE-IMAGE BACK,  *
      **                          UNLESS A LATER JOB HAS CHANGED THE   *
      **                          ROW SINCE.  ITS OWN JOB-STAMPED ROWS *
      **                          ON PCDCRPM, PCDCRNX, PCDSUSPM,       *
      **                          PCDRVWQ, PCDACKM AND PCDJOBST ARE    *
      **                          REMOVED.  NOTHING IS TOUCHED IF ANY  *
      **                          OF THE JOB HAS BEEN ACKNOWLEDGED,    *
      **                          TRANSMITTED OR POSTED.  A 'P' IN     *
      **                          COLUMN 9 PREVIEWS THE BACKOUT.       *
      **                          EVERY ACTION IS LISTED ON PCDBKORP.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD229.
       AUTHOR.        EDI OPERATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CONTROL-CARD  ASSIGN TO PCDBKOCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-JOURNAL-FILE  ASSIGN TO PCDJRNLQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-JOBST-MASTER  ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM.
           SELECT PCD-ACK-MASTER    ASSIGN TO PCDACKM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ACKM-JOBNUM.
           SELECT PCD-RVWQ-MASTER   ASSIGN TO PCDRVWQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RVWQ-KEY.
           SELECT PCD-PCSM-MASTER   ASSIGN TO PCDPCSM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PCSM-PAT-CNTL-NO.
           SELECT PCD-CLXM-MASTER   ASSIGN TO PCDCLXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CLXM-PAT-CNTL-NO.
           SELECT PCD-POST-FILE     ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRPM-MASTER   ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY.
           SELECT PCD-CRNX-MASTER   ASSIGN TO PCDCRNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRNX-CORN.
           SELECT PCD-SUSP-MASTER   ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-AUTH-MASTER   ASSIGN TO PCDAUTHM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-AUTH-NUMBER.
           SELECT PCD-TPM-MASTER    ASSIGN TO PCDTPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TPM-SUBMITTER-EDI-NO.
           SELECT PCD-DME-MASTER    ASSIGN TO PCDDMEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-DME-KEY.
           SELECT PCD-FHST-MASTER   ASSIGN TO PCDFHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FHST-KEY.
           SELECT PCD-RXH-MASTER    ASSIGN TO PCDRXH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RXH-KEY.
           SELECT PCD-ACCM-MASTER   ASSIGN TO PCDACCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ACCM-KEY.
           SELECT PCD-EPIM-MASTER   ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIM-PERSON-ID.
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDBKORP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-JOBNUM         PIC X(008).
           05  FD-CARD-MODE           PIC X(001).
               88  FD-CARD-PREVIEW            VALUE 'P'.
           05  FILLER                 PIC X(071).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-JRNL-SEQ            PIC 9(007).
           05  SD-JRNL-ENTRY          PIC X(913).
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       FD  PCD-ACK-MASTER.
       COPY PCDACKM.
       FD  PCD-RVWQ-MASTER.
       COPY PCDRVWQ.
       FD  PCD-PCSM-MASTER.
       COPY PCDPCSM.
       FD  PCD-CLXM-MASTER.
       COPY PCDCLXM.
       FD  PCD-POST-FILE
           RECORDING MODE IS F.
       COPY PCDARPST.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-CRNX-MASTER.
       COPY PCDCRNX.
       FD  PCD-SUSP-MASTER.
       COPY PCDSUSP.
       FD  PCD-AUTH-MASTER.
       COPY PCDAUTHM.
       FD  PCD-TPM-MASTER.
       COPY PCDTPM.
       FD  PCD-DME-MASTER.
       COPY PCDDMEC.
       FD  PCD-FHST-MASTER.
       COPY PCDFHST.
       FD  PCD-RXH-MASTER.
       COPY PCDRXH.
       FD  PCD-ACCM-MASTER.
       COPY PCDACCM.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDJRNL.
       77  WS-BACKOUT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-MODE-SWITCH              PIC X(001)  VALUE 'U'.
           88  WS-PREVIEW-MODE                     VALUE 'P'.
       77  WS-BLOCK-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-BACKOUT-BLOCKED                  VALUE 'Y'.
       77  WS-ROW-STATUS               PIC X(002)  VALUE SPACES.
           88  WS-ROW-FOUND                        VALUE '00'.
       77  WS-CLEAR-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-ROW-CLEAR                        VALUE 'Y'.
       77  WS-JRNL-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-JRNL-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-SCAN-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SCAN-DONE                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-IMAGE            PIC X(440)  VALUE SPACES.
       77  WS-JRNL-SEQ                 PIC 9(007)  VALUE ZERO.
       77  WS-BLOCK-COUNT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ENTRIES-SELECTED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ADDS-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-IMAGES-RESTORED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DELETES-READDED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-SKIPPED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CRPM-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CRNX-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SUSP-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RVWQ-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKM-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-JOBST-DELETED            PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD229 - SINGLE-JOB BACKOUT REPORT'.
           05  FILLER                  PIC X(005)  VALUE ' JOB '.
           05  WS-H1-JOBNUM            PIC X(008).
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-H1-MODE              PIC X(030).
           05  FILLER                  PIC X(019)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' FILE      BY        ON        ACTION    ROW (LEAD'.
           05  FILLER                  PIC X(050)  VALUE
               'ING 50 BYTES)                              RESULT '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-FILE               PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SOURCE-PGM         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DATE               PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ROW                PIC X(050).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(036).
           05  FILLER                  PIC X(003)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-T-LABEL              PIC X(044).
           05  WS-T-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(078)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CHECK-BLOCKS    THRU 2000-EXIT
           IF NOT WS-BACKOUT-BLOCKED
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SD-JRNL-SEQ
                   INPUT PROCEDURE  3000-SELECT-JOURNAL  THRU 3000-EXIT
                   OUTPUT PROCEDURE 4000-REVERSE-JOURNAL THRU 4000-EXIT
               PERFORM 5000-REMOVE-JOB-ROWS THRU 5000-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS    THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE CARD NAMES THE JOB (A0-UNIQUE-JOBNUM)  *
      **   IN COLUMNS 1-8; A 'P' IN COLUMN 9 RUNS A PREVIEW THAT MAKES   *
      **   THE CHECKS AND LISTS WHAT WOULD BE REVERSED WITHOUT UPDATING  *
      **   ANY MASTER.  THE JOURNALED MASTERS ARE OPENED ONLY FOR A      *
      **   REAL BACKOUT.                                                 *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-JOBNUM = SPACES
               DISPLAY 'PCD229 - NO JOB NUMBER ON PCDBKOCD - '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-CARD-JOBNUM TO WS-BACKOUT-JOBNUM
           IF FD-CARD-PREVIEW
               MOVE 'P' TO WS-MODE-SWITCH
           END-IF
           OPEN INPUT  PCD-PCSM-MASTER
           OPEN INPUT  PCD-CLXM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           IF WS-PREVIEW-MODE
               OPEN INPUT PCD-JOBST-MASTER
               OPEN INPUT PCD-ACK-MASTER
               OPEN INPUT PCD-RVWQ-MASTER
               OPEN INPUT PCD-CRPM-MASTER
               OPEN INPUT PCD-CRNX-MASTER
               OPEN INPUT PCD-SUSP-MASTER
               MOVE 'PREVIEW - NO MASTER UPDATED' TO WS-H1-MODE
           ELSE
               OPEN I-O   PCD-JOBST-MASTER
               OPEN I-O   PCD-ACK-MASTER
               OPEN I-O   PCD-RVWQ-MASTER
               OPEN I-O   PCD-CRPM-MASTER
               OPEN I-O   PCD-CRNX-MASTER
               OPEN I-O   PCD-SUSP-MASTER
               OPEN I-O   PCD-AUTH-MASTER
               OPEN I-O   PCD-TPM-MASTER
               OPEN I-O   PCD-DME-MASTER
               OPEN I-O   PCD-FHST-MASTER
               OPEN I-O   PCD-RXH-MASTER
               OPEN I-O   PCD-ACCM-MASTER
               OPEN I-O   PCD-EPIM-MASTER
               OPEN I-O   PCD-EPIX-MASTER
               MOVE 'BACKOUT' TO WS-H1-MODE
           END-IF
           MOVE WS-BACKOUT-JOBNUM TO WS-H1-JOBNUM
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-CHECK-BLOCKS -- NOTHING IS REVERSED ONCE ANY PART OF THE *
      **   JOB HAS LEFT THE SHOP OR REACHED THE BOOKS: AN ACK SENT TO    *
      **   THE SUBMITTER, A CLAIM TRANSMITTED TO THE PAYER OR RELEASED   *
      **   FROM THE REVIEW QUEUE AND SENT, OR A PAYMENT OR ADJUSTMENT    *
      **   POSTED AGAINST ONE OF ITS CLAIMS.  THOSE NEED A CORRECTED     *
      **   CLAIM OR A REVERSAL, NOT A BACKOUT.  EVERY BLOCK FOUND IS     *
      **   LISTED SO ONE RUN SHOWS THEM ALL.                             *
      **----------------------------------------------------------------*
       2000-CHECK-BLOCKS.
           MOVE WS-BACKOUT-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-REPORT-DETAIL
                   MOVE 'PCDJOBST' TO WS-D-FILE
                   MOVE WS-BACKOUT-JOBNUM TO WS-D-ROW
                   MOVE 'JOB NOT ON PCDJOBST' TO WS-D-RESULT
                   PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT
           END-READ
           MOVE WS-BACKOUT-JOBNUM TO PCD-ACKM-JOBNUM
           READ PCD-ACK-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
           END-READ
           IF WS-ROW-FOUND
              AND PCD-ACKM-FULFILLED
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE 'PCDACKM ' TO WS-D-FILE
               MOVE PCD-ACKM-FULFILL-DATE TO WS-D-DATE
               MOVE PCD-ACKM-SUBMITTER-ID TO WS-D-ROW
               MOVE 'ACKNOWLEDGEMENT SENT TO SUBMITTER' TO WS-D-RESULT
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT
           END-IF
           PERFORM 2100-CHECK-REVIEW-QUEUE THRU 2100-EXIT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 2200-CHECK-TRANSMITTED THRU 2200-EXIT
               UNTIL WS-SCAN-DONE
           OPEN INPUT PCD-POST-FILE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 2300-CHECK-POSTED THRU 2300-EXIT
               UNTIL WS-SCAN-DONE
           CLOSE PCD-POST-FILE.
       2000-EXIT.
           EXIT.
       2100-CHECK-REVIEW-QUEUE.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-BACKOUT-JOBNUM TO PCD-RVWQ-JOBNUM
           MOVE LOW-VALUES        TO PCD-RVWQ-PAT-CNTL-NO
           START PCD-RVWQ-MASTER KEY NOT < PCD-RVWQ-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-CHECK-ONE-QUEUED THRU 2110-EXIT
               UNTIL WS-SCAN-DONE.
       2100-EXIT.
           EXIT.
       2110-CHECK-ONE-QUEUED.
           READ PCD-RVWQ-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF PCD-RVWQ-JOBNUM NOT = WS-BACKOUT-JOBNUM
               SET WS-SCAN-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF PCD-RVWQ-SENT
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE 'PCDRVWQ ' TO WS-D-FILE
               MOVE PCD-RVWQ-PAT-CNTL-NO TO WS-D-ROW
               MOVE 'HELD CLAIM RELEASED AND SENT' TO WS-D-RESULT
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT
           END-IF.
       2110-EXIT.
           EXIT.
       2200-CHECK-TRANSMITTED.
           READ PCD-PCSM-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF PCD-PCSM-JOBNUM = WS-BACKOUT-JOBNUM
              AND PCD-PCSM-TRANSMIT-DATE > ZERO
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE 'PCDPCSM ' TO WS-D-FILE
               MOVE PCD-PCSM-TRANSMIT-DATE TO WS-D-DATE
               MOVE PCD-PCSM-PAT-CNTL-NO TO WS-D-ROW
               MOVE 'CLAIM TRANSMITTED TO PAYER' TO WS-D-RESULT
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-CHECK-POSTED -- A POSTING CARRIES THE REMITTANCE'S JOB,  *
      **   NOT THE CLAIM'S, SO THE CLAIM'S PCN IS LOOKED UP ON PCDCLXM   *
      **   TO SEE WHICH JOB BROUGHT IT IN.                               *
      **----------------------------------------------------------------*
       2300-CHECK-POSTED.
           READ PCD-POST-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2300-EXIT
           END-READ
           MOVE PCD-AR-POST-PAT-CNTL-NO TO PCD-CLXM-PAT-CNTL-NO
           READ PCD-CLXM-MASTER
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF PCD-CLXM-JOBNUM = WS-BACKOUT-JOBNUM
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE 'PCDARPST' TO WS-D-FILE
               MOVE PCD-AR-POST-PAT-CNTL-NO TO WS-D-ROW
               MOVE 'CLAIM POSTED TO ACCOUNTS RECEIVABLE' TO WS-D-RESULT
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
       2900-WRITE-BLOCK.
           SET WS-BACKOUT-BLOCKED TO TRUE
           ADD 1 TO WS-BLOCK-COUNT
           MOVE 'BLOCKED' TO WS-D-ACTION
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       2900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-SELECT-JOURNAL -- SORT INPUT PROCEDURE.  THE JOB'S       *
      **   JOURNAL ENTRIES ARE NUMBERED IN THE ORDER THEY WERE WRITTEN   *
      **   SO THE SORT CAN HAND THEM BACK NEWEST FIRST.  ENTRIES THIS    *
      **   PROGRAM WROTE FOR AN EARLIER BACKOUT ARE NOT REVERSED.        *
      **----------------------------------------------------------------*
       3000-SELECT-JOURNAL.
           OPEN INPUT PCD-JOURNAL-FILE
           PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
           PERFORM 3200-SELECT-ENTRY THRU 3200-EXIT
               UNTIL WS-JRNL-END-OF-FILE
           CLOSE PCD-JOURNAL-FILE.
       3000-EXIT.
           EXIT.
       3100-READ-JOURNAL.
           READ PCD-JOURNAL-FILE INTO PCD-JRNL-REC
               AT END
                   SET WS-JRNL-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
       3200-SELECT-ENTRY.
           IF PCD-JRNL-JOBNUM = WS-BACKOUT-JOBNUM
              AND PCD-JRNL-SOURCE-PGM NOT = 'PCD229'
               ADD 1 TO WS-JRNL-SEQ
               ADD 1 TO WS-ENTRIES-SELECTED
               MOVE WS-JRNL-SEQ  TO SD-JRNL-SEQ
               MOVE PCD-JRNL-REC TO SD-JRNL-ENTRY
               RELEASE SD-SORT-REC
           END-IF
           PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-REVERSE-JOURNAL -- SORT OUTPUT PROCEDURE.  NEWEST FIRST, *
      **   SO A ROW THE JOB TOUCHED MORE THAN ONCE UNWINDS STEP BY STEP  *
      **   BACK TO ITS IMAGE BEFORE THE JOB.  EACH REVERSAL IS ITSELF    *
      **   JOURNALED SO PCD133 DOES NOT REAPPLY THE JOB AFTER A RESTORE. *
      **----------------------------------------------------------------*
       4000-REVERSE-JOURNAL.
           IF NOT WS-PREVIEW-MODE
               OPEN EXTEND PCD-JOURNAL-FILE
           END-IF
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
           PERFORM 4100-REVERSE-ENTRY THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-PREVIEW-MODE
               CLOSE PCD-JOURNAL-FILE
           END-IF.
       4000-EXIT.
           EXIT.
       4100-REVERSE-ENTRY.
           MOVE SD-JRNL-ENTRY TO PCD-JRNL-REC
           MOVE SPACES              TO WS-REPORT-DETAIL
           MOVE PCD-JRNL-MASTER-ID  TO WS-D-FILE
           MOVE PCD-JRNL-SOURCE-PGM TO WS-D-SOURCE-PGM
           MOVE PCD-JRNL-DATE       TO WS-D-DATE
           MOVE PCD-JRNL-IMAGE      TO WS-D-ROW
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   MOVE 'DELETE'  TO WS-D-ACTION
               WHEN PCD-JRNL-REWRITE
                   MOVE 'RESTORE' TO WS-D-ACTION
               WHEN PCD-JRNL-DELETE
                   MOVE 'RE-ADD'  TO WS-D-ACTION
           END-EVALUATE
           IF WS-PREVIEW-MODE
               MOVE 'PREVIEW - NOT APPLIED' TO WS-D-RESULT
           ELSE
               MOVE SPACES TO WS-CURRENT-IMAGE
               EVALUATE PCD-JRNL-MASTER-ID
                   WHEN 'PCDAUTHM'
                       PERFORM 4210-REVERSE-AUTHM THRU 4210-EXIT
                   WHEN 'PCDTPM  '
                       PERFORM 4220-REVERSE-TPM   THRU 4220-EXIT
                   WHEN 'PCDDMEC '
                       PERFORM 4230-REVERSE-DMEC  THRU 4230-EXIT
                   WHEN 'PCDFHST '
                       PERFORM 4240-REVERSE-FHST  THRU 4240-EXIT
                   WHEN 'PCDRXH  '
                       PERFORM 4250-REVERSE-RXH   THRU 4250-EXIT
                   WHEN 'PCDACCM '
                       PERFORM 4260-REVERSE-ACCM  THRU 4260-EXIT
                   WHEN 'PCDEPIM '
                       PERFORM 4270-REVERSE-EPIM  THRU 4270-EXIT
                   WHEN 'PCDEPIX '
                       PERFORM 4280-REVERSE-EPIX  THRU 4280-EXIT
                   WHEN OTHER
                       MOVE 'N' TO WS-CLEAR-SWITCH
                       MOVE 'MASTER NOT HANDLED - SKIPPED'
                                              TO WS-D-RESULT
               END-EVALUATE
               PERFORM 4400-COUNT-AND-JOURNAL THRU 4400-EXIT
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4150-CHECK-CURRENT-ROW -- A ROW IS ONLY PUT BACK IF IT STILL  *
      **   STANDS EXACTLY AS THE JOB LEFT IT.  A ROW A LATER JOB HAS     *
      **   CHANGED IS LISTED AND LEFT ALONE FOR MANUAL REPAIR RATHER     *
      **   THAN LOSING THE LATER JOB'S WORK.                             *
      **----------------------------------------------------------------*
       4150-CHECK-CURRENT-ROW.
           MOVE 'N' TO WS-CLEAR-SWITCH
           IF PCD-JRNL-DELETE
               IF WS-ROW-FOUND
                   MOVE 'ROW ADDED AGAIN SINCE JOB - SKIPPED'
                                              TO WS-D-RESULT
                   GO TO 4150-EXIT
               END-IF
           ELSE
               IF NOT WS-ROW-FOUND
                   MOVE 'ROW NO LONGER ON FILE - SKIPPED'
                                              TO WS-D-RESULT
                   GO TO 4150-EXIT
               END-IF
               IF WS-CURRENT-IMAGE NOT = PCD-JRNL-IMAGE
                   MOVE 'CHANGED SINCE JOB - SKIPPED'
                                              TO WS-D-RESULT
                   GO TO 4150-EXIT
               END-IF
           END-IF
           SET WS-ROW-CLEAR TO TRUE
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   MOVE 'ROW ADDED BY JOB DELETED'  TO WS-D-RESULT
               WHEN PCD-JRNL-REWRITE
                   MOVE 'PRIOR IMAGE RESTORED'      TO WS-D-RESULT
               WHEN PCD-JRNL-DELETE
                   MOVE 'DELETED ROW RESTORED'      TO WS-D-RESULT
           END-EVALUATE.
       4150-EXIT.
           EXIT.
       4210-REVERSE-AUTHM.
           MOVE PCD-JRNL-IMAGE TO PCD-AUTH-MASTER-REC
           READ PCD-AUTH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-AUTH-MASTER-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4210-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-AUTH-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-AUTH-MASTER-REC
                   REWRITE PCD-AUTH-MASTER-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-AUTH-MASTER-REC
                   WRITE PCD-AUTH-MASTER-REC
           END-EVALUATE
           MOVE PCD-AUTH-MASTER-REC TO WS-CURRENT-IMAGE.
       4210-EXIT.
           EXIT.
       4220-REVERSE-TPM.
           MOVE PCD-JRNL-IMAGE TO PCD-TPM-REC
           READ PCD-TPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-TPM-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4220-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-TPM-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-TPM-REC
                   REWRITE PCD-TPM-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-TPM-REC
                   WRITE PCD-TPM-REC
           END-EVALUATE
           MOVE PCD-TPM-REC TO WS-CURRENT-IMAGE.
       4220-EXIT.
           EXIT.
       4230-REVERSE-DMEC.
           MOVE PCD-JRNL-IMAGE TO PCD-DME-CERT-REC
           READ PCD-DME-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-DME-CERT-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4230-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-DME-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-DME-CERT-REC
                   REWRITE PCD-DME-CERT-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-DME-CERT-REC
                   WRITE PCD-DME-CERT-REC
           END-EVALUATE
           MOVE PCD-DME-CERT-REC TO WS-CURRENT-IMAGE.
       4230-EXIT.
           EXIT.
       4240-REVERSE-FHST.
           MOVE PCD-JRNL-IMAGE TO PCD-FHST-REC
           READ PCD-FHST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-FHST-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4240-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-FHST-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-FHST-REC
                   REWRITE PCD-FHST-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-FHST-REC
                   WRITE PCD-FHST-REC
           END-EVALUATE
           MOVE PCD-FHST-REC TO WS-CURRENT-IMAGE.
       4240-EXIT.
           EXIT.
       4250-REVERSE-RXH.
           MOVE PCD-JRNL-IMAGE TO PCD-RXH-REC
           READ PCD-RXH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-RXH-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4250-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-RXH-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-RXH-REC
                   REWRITE PCD-RXH-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-RXH-REC
                   WRITE PCD-RXH-REC
           END-EVALUATE
           MOVE PCD-RXH-REC TO WS-CURRENT-IMAGE.
       4250-EXIT.
           EXIT.
       4260-REVERSE-ACCM.
           MOVE PCD-JRNL-IMAGE TO PCD-ACCM-REC
           READ PCD-ACCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-ACCM-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4260-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-ACCM-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-ACCM-REC
                   REWRITE PCD-ACCM-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-ACCM-REC
                   WRITE PCD-ACCM-REC
           END-EVALUATE
           MOVE PCD-ACCM-REC TO WS-CURRENT-IMAGE.
       4260-EXIT.
           EXIT.
       4270-REVERSE-EPIM.
           MOVE PCD-JRNL-IMAGE TO PCD-EPIM-REC
           READ PCD-EPIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-EPIM-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4270-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-EPIM-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-EPIM-REC
                   REWRITE PCD-EPIM-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-EPIM-REC
                   WRITE PCD-EPIM-REC
           END-EVALUATE
           MOVE PCD-EPIM-REC TO WS-CURRENT-IMAGE.
       4270-EXIT.
           EXIT.
       4280-REVERSE-EPIX.
           MOVE PCD-JRNL-IMAGE TO PCD-EPIX-REC
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
                   MOVE PCD-EPIX-REC TO WS-CURRENT-IMAGE
           END-READ
           PERFORM 4150-CHECK-CURRENT-ROW THRU 4150-EXIT
           IF NOT WS-ROW-CLEAR
               GO TO 4280-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   DELETE PCD-EPIX-MASTER RECORD
               WHEN PCD-JRNL-REWRITE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-EPIX-REC
                   REWRITE PCD-EPIX-REC
               WHEN PCD-JRNL-DELETE
                   MOVE PCD-JRNL-BEFORE-IMAGE TO PCD-EPIX-REC
                   WRITE PCD-EPIX-REC
           END-EVALUATE
           MOVE PCD-EPIX-REC TO WS-CURRENT-IMAGE.
       4280-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4400-COUNT-AND-JOURNAL -- THE REVERSAL GOES TO THE JOURNAL AS *
      **   THE OPPOSITE ACTION, STAMPED WITH THE JOB IT UNDID.  A DELETE *
      **   CARRIES THE REMOVED ROW AS BOTH IMAGES, AS PCD133 KEYS A      *
      **   DELETE FROM THE IMAGE.                                        *
      **----------------------------------------------------------------*
       4400-COUNT-AND-JOURNAL.
           IF NOT WS-ROW-CLEAR
               ADD 1 TO WS-ROWS-SKIPPED
               GO TO 4400-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-JRNL-ADD
                   ADD 1 TO WS-ADDS-DELETED
                   SET PCD-JRNL-DELETE TO TRUE
                   MOVE PCD-JRNL-IMAGE        TO PCD-JRNL-BEFORE-IMAGE
               WHEN PCD-JRNL-REWRITE
                   ADD 1 TO WS-IMAGES-RESTORED
                   MOVE PCD-JRNL-IMAGE        TO PCD-JRNL-BEFORE-IMAGE
                   MOVE WS-CURRENT-IMAGE      TO PCD-JRNL-IMAGE
               WHEN PCD-JRNL-DELETE
                   ADD 1 TO WS-DELETES-READDED
                   SET PCD-JRNL-ADD TO TRUE
                   MOVE WS-CURRENT-IMAGE      TO PCD-JRNL-IMAGE
                   MOVE SPACES                TO PCD-JRNL-BEFORE-IMAGE
           END-EVALUATE
           MOVE WS-RUN-DATE  TO PCD-JRNL-DATE
           MOVE 'PCD229'     TO PCD-JRNL-SOURCE-PGM
           MOVE PCD-JRNL-REC TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
       4400-EXIT.
           EXIT.
       4900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-REMOVE-JOB-ROWS -- ROWS STAMPED WITH THE JOB NUMBER ARE  *
      **   THE JOB'S OWN AND ARE SIMPLY REMOVED: ITS CLAIM REPOSITORY    *
      **   IMAGES AND CORN INDEX ENTRIES, ITS SUSPENSE, ITS UNSENT       *
      **   REVIEW-QUEUE HOLDS, A PENDING ACK REQUEST, AND LAST THE JOB   *
      **   STATUS ROW ITSELF.  THESE ARE COUNTED RATHER THAN LISTED.     *
      **----------------------------------------------------------------*
       5000-REMOVE-JOB-ROWS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 5100-REMOVE-CRPM THRU 5100-EXIT
               UNTIL WS-SCAN-DONE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 5200-REMOVE-CRNX THRU 5200-EXIT
               UNTIL WS-SCAN-DONE
           PERFORM 5300-REMOVE-SUSPENSE THRU 5300-EXIT
           PERFORM 5400-REMOVE-REVIEW   THRU 5400-EXIT
           MOVE WS-BACKOUT-JOBNUM TO PCD-ACKM-JOBNUM
           READ PCD-ACK-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
           END-READ
           IF WS-ROW-FOUND
               ADD 1 TO WS-ACKM-DELETED
               IF NOT WS-PREVIEW-MODE
                   DELETE PCD-ACK-MASTER RECORD
               END-IF
           END-IF
           MOVE WS-BACKOUT-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ROW-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ROW-STATUS
           END-READ
           IF WS-ROW-FOUND
               ADD 1 TO WS-JOBST-DELETED
               IF NOT WS-PREVIEW-MODE
                   DELETE PCD-JOBST-MASTER RECORD
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
       5100-REMOVE-CRPM.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF PCD-CRPM-JOBNUM = WS-BACKOUT-JOBNUM
               ADD 1 TO WS-CRPM-DELETED
               IF NOT WS-PREVIEW-MODE
                   DELETE PCD-CRPM-MASTER RECORD
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.
       5200-REMOVE-CRNX.
           READ PCD-CRNX-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5200-EXIT
           END-READ
           IF PCD-CRNX-JOBNUM = WS-BACKOUT-JOBNUM
               ADD 1 TO WS-CRNX-DELETED
               IF NOT WS-PREVIEW-MODE
                   DELETE PCD-CRNX-MASTER RECORD
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.
       5300-REMOVE-SUSPENSE.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-BACKOUT-JOBNUM TO PCD-SUSP-JOBNUM
           MOVE ZERO              TO PCD-SUSP-SEQ-NUM
           START PCD-SUSP-MASTER KEY NOT < PCD-SUSP-KEY
               INVALID KEY
                   GO TO 5300-EXIT
           END-START
           PERFORM 5310-REMOVE-ONE-SUSPENSE THRU 5310-EXIT
               UNTIL WS-SCAN-DONE.
       5300-EXIT.
           EXIT.
       5310-REMOVE-ONE-SUSPENSE.
           READ PCD-SUSP-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5310-EXIT
           END-READ
           IF PCD-SUSP-JOBNUM NOT = WS-BACKOUT-JOBNUM
               SET WS-SCAN-DONE TO TRUE
               GO TO 5310-EXIT
           END-IF
           ADD 1 TO WS-SUSP-DELETED
           IF NOT WS-PREVIEW-MODE
               DELETE PCD-SUSP-MASTER RECORD
           END-IF.
       5310-EXIT.
           EXIT.
       5400-REMOVE-REVIEW.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-BACKOUT-JOBNUM TO PCD-RVWQ-JOBNUM
           MOVE LOW-VALUES        TO PCD-RVWQ-PAT-CNTL-NO
           START PCD-RVWQ-MASTER KEY NOT < PCD-RVWQ-KEY
               INVALID KEY
                   GO TO 5400-EXIT
           END-START
           PERFORM 5410-REMOVE-ONE-REVIEW THRU 5410-EXIT
               UNTIL WS-SCAN-DONE.
       5400-EXIT.
           EXIT.
       5410-REMOVE-ONE-REVIEW.
           READ PCD-RVWQ-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5410-EXIT
           END-READ
           IF PCD-RVWQ-JOBNUM NOT = WS-BACKOUT-JOBNUM
               SET WS-SCAN-DONE TO TRUE
               GO TO 5410-EXIT
           END-IF
           ADD 1 TO WS-RVWQ-DELETED
           IF NOT WS-PREVIEW-MODE
               DELETE PCD-RVWQ-MASTER RECORD
           END-IF.
       5410-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           IF WS-BACKOUT-BLOCKED
               MOVE 'BACKOUT BLOCKED - NO MASTER UPDATED'
                                              TO WS-T-LABEL
               MOVE WS-BLOCK-COUNT TO WS-T-COUNT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
               GO TO 8000-EXIT
           END-IF
           MOVE 'JOURNAL ENTRIES FOR THE JOB' TO WS-T-LABEL
           MOVE WS-ENTRIES-SELECTED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ROWS ADDED BY THE JOB DELETED' TO WS-T-LABEL
           MOVE WS-ADDS-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ROWS RESTORED TO THEIR PRIOR IMAGE' TO WS-T-LABEL
           MOVE WS-IMAGES-RESTORED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ROWS DELETED BY THE JOB RE-ADDED' TO WS-T-LABEL
           MOVE WS-DELETES-READDED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ROWS SKIPPED - NEED MANUAL REPAIR' TO WS-T-LABEL
           MOVE WS-ROWS-SKIPPED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDCRPM CLAIM REPOSITORY ROWS REMOVED' TO WS-T-LABEL
           MOVE WS-CRPM-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDCRNX CORN INDEX ROWS REMOVED' TO WS-T-LABEL
           MOVE WS-CRNX-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDSUSPM SUSPENSE ROWS REMOVED' TO WS-T-LABEL
           MOVE WS-SUSP-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDRVWQ REVIEW-QUEUE ROWS REMOVED' TO WS-T-LABEL
           MOVE WS-RVWQ-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDACKM ACK REQUESTS REMOVED' TO WS-T-LABEL
           MOVE WS-ACKM-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PCDJOBST JOB STATUS ROWS REMOVED' TO WS-T-LABEL
           MOVE WS-JOBST-DELETED TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-PCSM-MASTER
           CLOSE PCD-CLXM-MASTER
           CLOSE PCD-REPORT-FILE
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-ACK-MASTER
           CLOSE PCD-RVWQ-MASTER
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-CRNX-MASTER
           CLOSE PCD-SUSP-MASTER
           IF NOT WS-PREVIEW-MODE
               CLOSE PCD-AUTH-MASTER
               CLOSE PCD-TPM-MASTER
               CLOSE PCD-DME-MASTER
               CLOSE PCD-FHST-MASTER
               CLOSE PCD-RXH-MASTER
               CLOSE PCD-ACCM-MASTER
               CLOSE PCD-EPIM-MASTER
               CLOSE PCD-EPIX-MASTER
           END-IF
           DISPLAY 'PCD229 - JOB:                   ' WS-BACKOUT-JOBNUM
           IF WS-BACKOUT-BLOCKED
               DISPLAY 'PCD229 - BACKOUT BLOCKED, SEE PCDBKORP'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           DISPLAY 'PCD229 - JOURNAL ENTRIES:       '
               WS-ENTRIES-SELECTED
           DISPLAY 'PCD229 - ROWS SKIPPED:          ' WS-ROWS-SKIPPED
           IF WS-ROWS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
