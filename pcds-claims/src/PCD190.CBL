      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD190           SYSTEM: PCDS                     *
      **    AUTO NO-FAULT PIP CASE TRACKING AND STEERING PASS          *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AFTER THE     *
      **                          PCD181 PAYER-ID REMAP, AHEAD OF THE  *
      **                          PCD156 ENROLLMENT EDIT AND THE       *
      **                          PCD101 TRANSMISSION SPLIT.  EACH     *
      **                          CLAIM WITH E0-AUTO-ACC-IND 'A' IS    *
      **                          TIED THROUGH PCDEPIX TO ITS PERSON   *
      **                          AND, WITH THE ACCIDENT DATE, TO A    *
      **                          PCDPIPM PIP CASE (THE FIRST CLAIM    *
      **                          OPENS IT); THE CLAIM'S ROUTE IS KEPT *
      **                          ON PCDPIPX FOR PCD191.  ONCE THE     *
      **                          CASE IS EXHAUSTED, A CLAIM STILL     *
      **                          BILLED TO THE AUTO CARRIER HAS ITS   *
      **                          FIRST TWO PAYER GROUPS EXCHANGED SO  *
      **                          THE HEALTH PLAN IS BILLED FIRST, AND *
      **                          AN EY CLAIM NOTE CARRIES THE         *
      **                          EXHAUSTION DATE, LIMIT AND           *
      **                          DOCUMENTATION; Y0/Z0 RECORD COUNTS   *
      **                          ARE RAISED FOR THE NOTES ADDED.  AN  *
      **                          EXHAUSTED CLAIM WITH NO OTHER PAYER  *
      **                          IS HELD IN SUSPENSE UNDER REASON     *
      **                          PIPNHP.                              *
      ** RTC    10/15/26          THE ROUTING DECISION IS ONE         *
      **                          EVALUATE; THE 2200-FILE-CASE LABEL  *
      **                          IS GONE.                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD190.
       AUTHOR.        COB FOLLOW-UP UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-OUT-FILE    ASSIGN TO CLAIMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-PIPM-MASTER ASSIGN TO PCDPIPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PIPM-KEY
               FILE STATUS IS WS-PIPM-FILE-STATUS.
           SELECT PCD-PIPX-MASTER ASSIGN TO PCDPIPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PIPX-PAT-CNTL-NO
               FILE STATUS IS WS-PIPX-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-OUT-FILE
           RECORDING MODE IS F.
       01  PCD-OUT-RECORD             PIC X(192).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-PIPM-MASTER.
       COPY PCDPIPM.
       FD  PCD-PIPX-MASTER.
       COPY PCDPIPX.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-PIPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PIPM-FOUND                       VALUE '00'.
       77  WS-PIPX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PIPX-FOUND                       VALUE '00'.
       77  WS-CLAIM-STATE              PIC X(001)  VALUE 'N'.
           88  WS-NO-CLAIM                         VALUE 'N'.
           88  WS-CLAIM-BUFFERING                  VALUE 'B'.
           88  WS-CLAIM-DECIDED                    VALUE 'D'.
       77  WS-AUTO-ACC-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-AUTO-ACCIDENT                    VALUE 'Y'.
       77  WS-STEER-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-STEER-CLAIM                      VALUE 'Y'.
       77  WS-NOTE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-NOTE-PENDING                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
       77  WS-ACC-DATE-X               PIC X(008)  VALUE SPACES.
       77  WS-ACC-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-ACC-STATE                PIC X(002)  VALUE SPACES.
       77  WS-SEQ-FIRST                PIC X(002)  VALUE SPACES.
       77  WS-SEQ-SECOND               PIC X(002)  VALUE SPACES.
       77  WS-BUF-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUF-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-SWAP-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-D0-COUNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-EY-COUNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-BATCH-NOTES-ADDED        PIC 9(005)  COMP  VALUE ZERO.
       77  WS-FILE-NOTES-ADDED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACCIDENT-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-ACC-DATE              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NO-PERSON-ID             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CASES-OPENED             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-TO-AUTO                  PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TO-HEALTH                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-STEERED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-HEALTH-PAYER          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-EARLY-DECIDED            PIC 9(005)  COMP  VALUE ZERO.
       01  WS-OUT-IMAGE                PIC X(192)  VALUE SPACES.
       01  WS-HOLD-REC                 PIC X(192)  VALUE SPACES.
       01  WS-MATCH-KEY.
           05  WS-MK-L-NAME            PIC X(020).
           05  WS-MK-F-NAME            PIC X(010).
           05  WS-MK-BIRTH-DATE        PIC X(008).
           05  WS-MK-SEX               PIC X(001).
       01  WS-LIMIT-EDIT               PIC Z(6)9.99.
      **----------------------------------------------------------------*
      **   ONE CLAIM'S RECORD CHAIN, BUFFERED TO ITS X0, AND WHERE EACH  *
      **   PAYER GROUP (THE D0 AND THE D-RECORDS THAT FOLLOW IT) SITS.   *
      **----------------------------------------------------------------*
       01  WS-CLAIM-BUFFER.
           05  WS-BUF-RECORD OCCURS 300 TIMES
                                       PIC X(192).
       01  WS-D0-TABLE.
           05  WS-D0-ENTRY OCCURS 10 TIMES.
               10  WS-D0-START        PIC 9(003)  COMP.
               10  WS-D0-END          PIC 9(003)  COMP.
               10  WS-D0-PAYOR-ID     PIC X(005).
               10  WS-D0-PAYOR-NAME   PIC X(017).
      **----------------------------------------------------------------*
      **   THE EY CLAIM NOTE ADDED TO A CLAIM STEERED TO THE HEALTH      *
      **   PLAN, CARRYING THE EXHAUSTION DATE AND DOCUMENTATION.         *
      **----------------------------------------------------------------*
       01  WS-NOTE-IMAGE               PIC X(192)  VALUE SPACES.
       01  WS-NOTE-1.
           05  FILLER                  PIC X(029)  VALUE
               'AUTO PIP BENEFITS EXHAUSTED '.
           05  WS-N1-EXH-DATE          PIC 9(008).
           05  FILLER                  PIC X(010)  VALUE ' - LIMIT '.
           05  WS-N1-LIMIT             PIC X(010).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-N1-AUTO-NAME         PIC X(017).
           05  FILLER                  PIC X(005)  VALUE SPACES.
       01  WS-NOTE-2.
           05  FILLER                  PIC X(006)  VALUE 'DOC - '.
           05  WS-N2-DOC               PIC X(040).
           05  FILLER                  PIC X(015)  VALUE
               ' ACCIDENT DATE '.
           05  WS-N2-ACC-DATE          PIC 9(008).
           05  FILLER                  PIC X(011)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PERSON INDEX IS REQUIRED: WITHOUT IT   *
      **   NO CLAIM CAN BE TIED TO ITS CASE AND EXHAUSTED ACCIDENTS      *
      **   WOULD GO BACK TO THE AUTO CARRIER, SO THE RUN STOPS.          *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCD190 - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-OUT-FILE
           OPEN I-O    PCD-PIPM-MASTER
           OPEN I-O    PCD-PIPX-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- CLAIM RECORDS COLLECT IN THE BUFFER   *
      **   UNTIL THE X0 DECIDES THE CLAIM.  A STEERED CLAIM GAINS AN EY  *
      **   NOTE RECORD, SO THE Y0 AND Z0 RECORD COUNTS ARE RAISED BY     *
      **   THE NOTES ADDED UNDER THEM.                                   *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                   MOVE ZERO TO WS-FILE-NOTES-ADDED
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE B0-BATCH-TYPE  TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-CURRENT-BATCH-NUM
                   MOVE ZERO TO WS-BATCH-NOTES-ADDED
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               WHEN Y0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   IF WS-BATCH-NOTES-ADDED > ZERO
                      AND Y0-NUM-BATCH-RECS-X IS NUMERIC
                       ADD WS-BATCH-NOTES-ADDED TO Y0-NUM-BATCH-RECS
                   END-IF
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               WHEN Z0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   IF WS-FILE-NOTES-ADDED > ZERO
                      AND Z0-REC-CNT-X IS NUMERIC
                       ADD WS-FILE-NOTES-ADDED TO Z0-REC-CNT
                   END-IF
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-BUFFERING TO TRUE
                   MOVE C0-PAT-CNTL-NUM     TO WS-CURRENT-PAT-CNTL-NO
                   MOVE C0-PAT-L-NAME       TO WS-MK-L-NAME
                   MOVE C0-PAT-F-NAME       TO WS-MK-F-NAME
                   MOVE C0-PAT-BIRTH-DATE-X TO WS-MK-BIRTH-DATE
                   MOVE C0-PAT-SEX          TO WS-MK-SEX
                   MOVE ZERO   TO WS-BUF-COUNT
                                  WS-D0-COUNT
                                  WS-EY-COUNT
                   MOVE 'N'    TO WS-AUTO-ACC-SWITCH
                                  WS-STEER-SWITCH
                                  WS-NOTE-SWITCH
                   MOVE SPACES TO WS-ACC-DATE-X
                                  WS-ACC-STATE
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN D0-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-CLAIM-BUFFERING
                      AND WS-D0-COUNT < 10
                       ADD 1 TO WS-D0-COUNT
                       MOVE WS-BUF-COUNT TO WS-D0-START (WS-D0-COUNT)
                                            WS-D0-END   (WS-D0-COUNT)
                       MOVE D0-PAYOR-ID
                           TO WS-D0-PAYOR-ID   (WS-D0-COUNT)
                       MOVE D0-PAYOR-NAME
                           TO WS-D0-PAYOR-NAME (WS-D0-COUNT)
                   END-IF
               WHEN E0-REC
                   IF WS-CLAIM-BUFFERING
                       IF E0-AUTO-MOBILE-ACCIDENT
                           SET WS-AUTO-ACCIDENT TO TRUE
                       END-IF
                       MOVE E0-AUTO-ACC-DATE-X TO WS-ACC-DATE-X
                       MOVE E0-ACC-STATE-CODE  TO WS-ACC-STATE
                   END-IF
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-CLAIM-BUFFERING
                       PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
                       PERFORM 2300-FLUSH-CLAIM  THRU 2300-EXIT
                   END-IF
               WHEN CLAIM-RECS
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-CLAIM-BUFFERING
                      AND WS-D0-COUNT > ZERO
                      AND WS-PCDSCLAIM-REC (1:1) = 'D'
                       MOVE WS-BUF-COUNT TO WS-D0-END (WS-D0-COUNT)
                   END-IF
                   IF EY-REC
                       ADD 1 TO WS-EY-COUNT
                   END-IF
               WHEN OTHER
                   MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
                   PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-BUFFER-RECORD -- ONCE THE CLAIM IS DECIDED, LATER        *
      **   RECORDS LIKE THE XA FOLLOW IT DIRECTLY.  A CHAIN THAT         *
      **   OUTGROWS THE BUFFER IS DECIDED ON WHAT HAS BEEN SEEN -- THE   *
      **   D0S AND THE E0 COME BEFORE THE SERVICE LINES.                 *
      **----------------------------------------------------------------*
       2100-BUFFER-RECORD.
           IF NOT WS-CLAIM-BUFFERING
               MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-BUF-COUNT < 300
               ADD 1 TO WS-BUF-COUNT
               MOVE WS-PCDSCLAIM-REC TO WS-BUF-RECORD (WS-BUF-COUNT)
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-EARLY-DECIDED
           PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
           PERFORM 2300-FLUSH-CLAIM  THRU 2300-EXIT
           MOVE WS-PCDSCLAIM-REC TO WS-OUT-IMAGE
           PERFORM 2500-WRITE-OUT THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-END-OF-CHAIN -- A CHAIN CUT OFF WITHOUT ITS X0 IS STILL  *
      **   DECIDED AND WRITTEN RATHER THAN STRANDED IN THE BUFFER.       *
      **----------------------------------------------------------------*
       2150-END-OF-CHAIN.
           IF WS-CLAIM-BUFFERING
               PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
               PERFORM 2300-FLUSH-CLAIM  THRU 2300-EXIT
           END-IF
           SET WS-NO-CLAIM TO TRUE.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-DECIDE-CLAIM -- AN AUTO-ACCIDENT CLAIM IS TIED TO ITS    *
      **   PCDPIPM CASE BY PERSON ID AND ACCIDENT DATE; THE FIRST CLAIM  *
      **   FOR AN ACCIDENT OPENS THE CASE.  WHILE THE CASE IS OPEN THE   *
      **   CLAIM GOES AS BILLED.  ONCE IT IS EXHAUSTED, A CLAIM STILL    *
      **   BILLED TO THE AUTO CARRIER IS STEERED TO THE NEXT PAYER ON    *
      **   THE CLAIM; WITH NO OTHER PAYER ON THE CLAIM IT IS HELD IN     *
      **   SUSPENSE UNDER REASON PIPNHP.                                 *
      **----------------------------------------------------------------*
       2200-DECIDE-CLAIM.
           SET WS-CLAIM-DECIDED TO TRUE
           IF NOT WS-AUTO-ACCIDENT
            OR WS-D0-COUNT = ZERO
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ACCIDENT-CLAIMS
           IF WS-ACC-DATE-X NOT NUMERIC
            OR WS-ACC-DATE-X = ZEROS
               ADD 1 TO WS-NO-ACC-DATE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-ACC-DATE-X TO WS-ACC-DATE
           MOVE WS-MATCH-KEY  TO PCD-EPIX-MATCH-KEY
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF NOT WS-EPIX-FOUND
               ADD 1 TO WS-NO-PERSON-ID
               GO TO 2200-EXIT
           END-IF
           MOVE PCD-EPIX-PERSON-ID TO PCD-PIPM-PERSON-ID
           MOVE WS-ACC-DATE        TO PCD-PIPM-ACC-DATE
           READ PCD-PIPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PIPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PIPM-FILE-STATUS
           END-READ
           IF NOT WS-PIPM-FOUND
               PERFORM 2210-OPEN-CASE THRU 2210-EXIT
           END-IF
           IF PCD-PIPM-HEALTH-PAYOR-ID = SPACES
              AND WS-D0-COUNT > 1
              AND WS-D0-PAYOR-ID (2) NOT = PCD-PIPM-AUTO-PAYOR-ID
               MOVE WS-D0-PAYOR-ID (2)   TO PCD-PIPM-HEALTH-PAYOR-ID
               MOVE WS-D0-PAYOR-NAME (2) TO PCD-PIPM-HEALTH-PAYOR-NAME
           END-IF
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-PIPX-PAT-CNTL-NO
           MOVE PCD-PIPM-KEY           TO PCD-PIPX-CASE-KEY
           MOVE WS-RUN-DATE            TO PCD-PIPX-ROUTE-DATE
           EVALUATE TRUE
               WHEN WS-D0-PAYOR-ID (1) NOT = PCD-PIPM-AUTO-PAYOR-ID
                   SET PCD-PIPX-TO-HEALTH TO TRUE
                   MOVE WS-D0-PAYOR-ID (1) TO PCD-PIPX-PAYOR-ID
               WHEN PCD-PIPM-OPEN
                   SET PCD-PIPX-TO-AUTO TO TRUE
                   MOVE WS-D0-PAYOR-ID (1) TO PCD-PIPX-PAYOR-ID
               WHEN WS-D0-COUNT > 1
                AND WS-D0-PAYOR-ID (2) NOT = PCD-PIPM-AUTO-PAYOR-ID
                AND WS-D0-END (1) + 1 = WS-D0-START (2)
                   SET WS-STEER-CLAIM  TO TRUE
                   SET WS-NOTE-PENDING TO TRUE
                   PERFORM 2250-BUILD-NOTE THRU 2250-EXIT
                   ADD 1 TO WS-CLAIMS-STEERED
                   SET PCD-PIPX-TO-HEALTH TO TRUE
                   MOVE WS-D0-PAYOR-ID (2) TO PCD-PIPX-PAYOR-ID
               WHEN OTHER
                   PERFORM 2270-WRITE-SUSPENSE THRU 2270-EXIT
                   SET PCD-PIPX-TO-AUTO TO TRUE
                   MOVE WS-D0-PAYOR-ID (1) TO PCD-PIPX-PAYOR-ID
           END-EVALUATE
           IF PCD-PIPX-TO-AUTO
               ADD 1 TO PCD-PIPM-AUTO-CLAIMS
               ADD 1 TO WS-TO-AUTO
           ELSE
               ADD 1 TO PCD-PIPM-HEALTH-CLAIMS
               ADD 1 TO WS-TO-HEALTH
           END-IF
           REWRITE PCD-PIPM-REC
               INVALID KEY
                   DISPLAY 'PCD190 - REWRITE FAILED FOR CASE '
                       PCD-PIPM-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE
           WRITE PCD-PIPX-REC
               INVALID KEY
                   REWRITE PCD-PIPX-REC
                       INVALID KEY
                           DISPLAY 'PCD190 - PCDPIPX UPDATE FAILED '
                               'FOR CLAIM ' PCD-PIPX-PAT-CNTL-NO
                               ' - RUN STOPPED'
                           STOP RUN
                   END-REWRITE
           END-WRITE.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2210-OPEN-CASE -- THE AUTO CARRIER IS THE FIRST D0 AS BILLED  *
      **   AND THE HEALTH PLAN THE NEXT ONE.  THE PIP LIMIT IS KEYED     *
      **   LATER THROUGH PCD192; UNTIL THEN THE CASE CANNOT EXHAUST.     *
      **----------------------------------------------------------------*
       2210-OPEN-CASE.
           MOVE SPACES             TO PCD-PIPM-REC
           MOVE PCD-EPIX-PERSON-ID TO PCD-PIPM-PERSON-ID
           MOVE WS-ACC-DATE        TO PCD-PIPM-ACC-DATE
           MOVE WS-ACC-STATE       TO PCD-PIPM-ACC-STATE
           MOVE WS-D0-PAYOR-ID (1)   TO PCD-PIPM-AUTO-PAYOR-ID
           MOVE WS-D0-PAYOR-NAME (1) TO PCD-PIPM-AUTO-PAYOR-NAME
           MOVE ZERO TO PCD-PIPM-PIP-LIMIT
                        PCD-PIPM-PAID-TO-DATE
                        PCD-PIPM-EXHAUST-DATE
                        PCD-PIPM-AUTO-CLAIMS
                        PCD-PIPM-HEALTH-CLAIMS
                        PCD-PIPM-LAST-PAID-CALC
                        PCD-PIPM-LAST-MAINT-DATE
           SET PCD-PIPM-OPEN TO TRUE
           MOVE WS-RUN-DATE  TO PCD-PIPM-OPEN-DATE
           WRITE PCD-PIPM-REC
               INVALID KEY
                   DISPLAY 'PCD190 - WRITE FAILED FOR CASE '
                       PCD-PIPM-KEY ' - RUN STOPPED'
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CASES-OPENED.
       2210-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2250-BUILD-NOTE -- THE NOTE IS BUILT IN THE RECORD AREA, SO   *
      **   THE CURRENT RECORD IS HELD ASIDE MEANWHILE.                   *
      **----------------------------------------------------------------*
       2250-BUILD-NOTE.
           MOVE WS-PCDSCLAIM-REC       TO WS-HOLD-REC
           MOVE SPACES                 TO WS-NOTE-IMAGE
           MOVE PCD-PIPM-EXHAUST-DATE  TO WS-N1-EXH-DATE
           MOVE PCD-PIPM-PIP-LIMIT     TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT          TO WS-N1-LIMIT
           MOVE PCD-PIPM-AUTO-PAYOR-NAME TO WS-N1-AUTO-NAME
           MOVE PCD-PIPM-EXHAUST-DOC   TO WS-N2-DOC
           MOVE PCD-PIPM-ACC-DATE      TO WS-N2-ACC-DATE
           MOVE WS-NOTE-IMAGE          TO WS-PCDSCLAIM-REC
           MOVE 'EY'                   TO EY-REC-TYPE
           COMPUTE EY-SUB-SEQ-NUM = WS-EY-COUNT + 1
           MOVE WS-CURRENT-PAT-CNTL-NO TO EY-PAT-CNTL-NO
           MOVE 'ADD'                  TO EY-CLAIM-NOTE-QUAL-1
           MOVE WS-NOTE-1              TO EY-CLAIM-NOTE-1
           MOVE 'ADD'                  TO EY-CLAIM-NOTE-QUAL-2
           MOVE WS-NOTE-2              TO EY-CLAIM-NOTE-2
           MOVE WS-PCDSCLAIM-REC       TO WS-NOTE-IMAGE
           MOVE WS-HOLD-REC            TO WS-PCDSCLAIM-REC.
       2250-EXIT.
           EXIT.
       2270-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM   TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-D0-PAYOR-ID (1)     TO PCD-SUSP-PAYOR-ID
           MOVE 'PIPNHP'               TO PCD-SUSP-REASON-CODE
           STRING 'AUTO PIP EXHAUSTED ' DELIMITED BY SIZE
                  PCD-PIPM-EXHAUST-DATE DELIMITED BY SIZE
                  ' - NO HEALTH PAYER ON CLAIM' DELIMITED BY SIZE
               INTO PCD-SUSP-REASON-TEXT
           MOVE 'PCD190'               TO PCD-SUSP-SOURCE-PGM
           MOVE WS-RUN-DATE            TO PCD-SUSP-DATE
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           ADD 1 TO WS-NO-HEALTH-PAYER.
       2270-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-FLUSH-CLAIM -- WRITES THE BUFFERED CHAIN.  A STEERED     *
      **   CLAIM'S FIRST TWO PAYER GROUPS CHANGE PLACES, EACH RECORD     *
      **   TAKING THE PAYER SEQUENCE OF ITS NEW POSITION, AND ITS EY     *
      **   NOTE GOES IN AHEAD OF THE FIRST SERVICE LINE.                 *
      **----------------------------------------------------------------*
       2300-FLUSH-CLAIM.
           MOVE 1 TO WS-BUF-SUB
           PERFORM 2310-FLUSH-ONE THRU 2310-EXIT
               UNTIL WS-BUF-SUB > WS-BUF-COUNT
           IF WS-NOTE-PENDING
               PERFORM 2350-WRITE-NOTE THRU 2350-EXIT
           END-IF
           MOVE ZERO TO WS-BUF-COUNT.
       2300-EXIT.
           EXIT.
       2310-FLUSH-ONE.
           IF WS-STEER-CLAIM
              AND WS-BUF-SUB = WS-D0-START (1)
               PERFORM 2320-WRITE-SWAPPED THRU 2320-EXIT
               COMPUTE WS-BUF-SUB = WS-D0-END (2) + 1
               GO TO 2310-EXIT
           END-IF
           MOVE WS-BUF-RECORD (WS-BUF-SUB) TO WS-OUT-IMAGE
           IF WS-NOTE-PENDING
              AND (WS-OUT-IMAGE (1:2) = 'F0'
                OR WS-OUT-IMAGE (1:2) = 'X0')
               PERFORM 2350-WRITE-NOTE THRU 2350-EXIT
               MOVE WS-BUF-RECORD (WS-BUF-SUB) TO WS-OUT-IMAGE
           END-IF
           PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           ADD 1 TO WS-BUF-SUB.
       2310-EXIT.
           EXIT.
       2320-WRITE-SWAPPED.
           MOVE WS-BUF-RECORD (WS-D0-START (1)) (3:2) TO WS-SEQ-FIRST
           MOVE WS-BUF-RECORD (WS-D0-START (2)) (3:2) TO WS-SEQ-SECOND
           PERFORM VARYING WS-SWAP-SUB FROM WS-D0-START (2) BY 1
                   UNTIL WS-SWAP-SUB > WS-D0-END (2)
               MOVE WS-BUF-RECORD (WS-SWAP-SUB) TO WS-OUT-IMAGE
               MOVE WS-SEQ-FIRST TO WS-OUT-IMAGE (3:2)
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-PERFORM
           PERFORM VARYING WS-SWAP-SUB FROM WS-D0-START (1) BY 1
                   UNTIL WS-SWAP-SUB > WS-D0-END (1)
               MOVE WS-BUF-RECORD (WS-SWAP-SUB) TO WS-OUT-IMAGE
               MOVE WS-SEQ-SECOND TO WS-OUT-IMAGE (3:2)
               PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           END-PERFORM.
       2320-EXIT.
           EXIT.
       2350-WRITE-NOTE.
           MOVE WS-NOTE-IMAGE TO WS-OUT-IMAGE
           PERFORM 2500-WRITE-OUT THRU 2500-EXIT
           MOVE 'N' TO WS-NOTE-SWITCH
           ADD 1 TO WS-BATCH-NOTES-ADDED
                    WS-FILE-NOTES-ADDED.
       2350-EXIT.
           EXIT.
       2500-WRITE-OUT.
           MOVE WS-OUT-IMAGE TO PCD-OUT-RECORD
           WRITE PCD-OUT-RECORD.
       2500-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-OUT-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-PIPM-MASTER
           CLOSE PCD-PIPX-MASTER
           CLOSE PCD-SUSPENSE-FILE
           DISPLAY 'PCD190 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD190 - AUTO-ACCIDENT CLAIMS:    '
               WS-ACCIDENT-CLAIMS
           DISPLAY 'PCD190 - NO USABLE ACCIDENT DATE: ' WS-NO-ACC-DATE
           DISPLAY 'PCD190 - PERSON NOT ON PCDEPIX:   ' WS-NO-PERSON-ID
           DISPLAY 'PCD190 - PIP CASES OPENED:        ' WS-CASES-OPENED
           DISPLAY 'PCD190 - CLAIMS TO AUTO CARRIER:  ' WS-TO-AUTO
           DISPLAY 'PCD190 - CLAIMS TO HEALTH PLAN:   ' WS-TO-HEALTH
           DISPLAY 'PCD190 - STEERED ON EXHAUSTION:   '
               WS-CLAIMS-STEERED
           DISPLAY 'PCD190 - EXHAUSTED, NO HEALTH PAYER (SUSPENDED): '
               WS-NO-HEALTH-PAYER
           DISPLAY 'PCD190 - CHAINS DECIDED BEFORE X0: '
               WS-EARLY-DECIDED.
       9000-EXIT.
           EXIT.
