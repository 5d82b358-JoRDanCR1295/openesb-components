      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD194           SYSTEM: PCDS                     *
      **    RECURRING-SERVICE MONTHLY CLAIM GENERATOR                  *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  DAILY.  EVERY      *
      **                          ACTIVE PCDRCBM SCHEDULE DUE ON OR    *
      **                          BEFORE THE RUN DATE HAS ITS MONTHLY  *
      **                          CLAIM BUILT FROM THE PCDRCBT MODEL   *
      **                          PCD193 KEPT, UNDER A NEW CONTROL     *
      **                          NUMBER AND DATED ON THE DUE DATE,    *
      **                          INTO A NATIVE A0-Z0 JOB ON PCDRCBO   *
      **                          ('R' JOBNUMS) THAT ENTERS INTAKE THE *
      **                          SAME WAY AS THE PCD139 OUTPUT.       *
      **                          ORTHODONTIC MONTHS COUNT DOWN TO     *
      **                          COMPLETION; A DME RENTAL CARRIES THE *
      **                          KH/KI/KJ MONTH MODIFIER, TURNS OWNED *
      **                          AFTER 13 MONTHS, AND IS STOPPED WHEN *
      **                          ITS PCDDMEC CERTIFICATE HAS LAPSED.  *
      **                          EACH ACTION IS LISTED ON PCDRCBRP.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD194.
       AUTHOR.        DME BILLING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-RCBM-MASTER    ASSIGN TO PCDRCBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RCBM-KEY
               FILE STATUS IS WS-RCBM-FILE-STATUS.
           SELECT PCD-RCBT-MASTER    ASSIGN TO PCDRCBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RCBT-KEY
               FILE STATUS IS WS-RCBT-FILE-STATUS.
           SELECT PCD-DME-MASTER     ASSIGN TO PCDDMEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-DME-KEY
               FILE STATUS IS WS-DME-FILE-STATUS.
           SELECT PCD-CLAIM-OUT      ASSIGN TO PCDRCBO
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDRCBRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-RCBM-MASTER.
       COPY PCDRCBM.
       FD  PCD-RCBT-MASTER.
       COPY PCDRCBT.
       FD  PCD-DME-MASTER.
       COPY PCDDMEC.
       FD  PCD-CLAIM-OUT
           RECORDING MODE IS F.
       01  PCD-CLAIM-OUT-REC          PIC X(192).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RCBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RCBM-FOUND                       VALUE '00'.
       77  WS-RCBT-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-DME-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-DME-FOUND                        VALUE '00'.
       77  WS-DME-OPEN-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-DME-OPEN                         VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-FILE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-FILE-OPEN                        VALUE 'Y'.
       77  WS-BATCH-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-BATCH-OPEN                       VALUE 'Y'.
       77  WS-SCHED-CHANGED-SWITCH     PIC X(001)  VALUE 'N'.
           88  WS-SCHED-CHANGED                    VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SCHED-KEY                PIC X(015)  VALUE SPACES.
       77  WS-NEW-PAT-CNTL-NO          PIC X(017)  VALUE SPACES.
       77  WS-INSTALLMENT              PIC 9(002)  VALUE ZERO.
       77  WS-MONTHS-LEFT              PIC 9(002)  VALUE ZERO.
       77  WS-NEW-MODIFIER             PIC X(002)  VALUE SPACES.
       77  WS-RESULT                   PIC X(024)  VALUE SPACES.
       77  WS-JOB-SEQ                  PIC 9(003)  VALUE ZERO.
       77  WS-UNIQUE-JOBNUM            PIC X(008)  VALUE SPACES.
       77  WS-BATCH-NO                 PIC 9(002)  VALUE ZERO.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-TAX-NUM                  PIC X(009)  VALUE SPACES.
       77  WS-TPL-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-TPL-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MOD-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-MOD-POS                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-MOD-SLOT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CLAIM-RECS               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-RECS               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-CLAIMS             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-BATCH-SVC-LINES          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILE-RECS                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILE-CLAIMS              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILE-SVC-LINES           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILE-BATCHES             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CNT-C                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-D                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-E                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-F                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-G                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-H                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CNT-K                    PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SCHEDS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SCHEDS-DUE               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIMS-GENERATED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-STOPPED-CERT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SCHEDS-OWNED             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SCHEDS-COMPLETE          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NO-MODEL                 PIC 9(005)  COMP  VALUE ZERO.
       77  WS-JOBS-WRITTEN             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BATCH-CHARGES            PIC S9(010)V99 COMP-3 VALUE ZERO.
       77  WS-FILE-CHARGES             PIC S9(010)V99 COMP-3 VALUE ZERO.
       77  WS-GENERATED-DOLLARS        PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-A0-IMAGE                 PIC X(192)  VALUE SPACES.
       01  WS-B0-IMAGE                 PIC X(192)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   THE OPEN OUTPUT JOB.  CLAIMS ARE GROUPED INTO ONE A0 FILE     *
      **   WHILE THE SUBMITTER, RECEIVER AND FORMAT STAY THE SAME, AND   *
      **   INTO ONE BATCH WHILE THE MODEL'S B0 STAYS THE SAME.           *
      **----------------------------------------------------------------*
       01  WS-JOB-KEY.
           05  WS-JOB-SUB-EIN          PIC X(009)  VALUE SPACES.
           05  WS-JOB-RECEIVER-ID      PIC X(009)  VALUE SPACES.
           05  WS-JOB-FORMAT           PIC X(007)  VALUE SPACES.
       01  WS-MODEL-JOB-KEY.
           05  WS-MODEL-SUB-EIN        PIC X(009).
           05  WS-MODEL-RECEIVER-ID    PIC X(009).
           05  WS-MODEL-FORMAT         PIC X(007).
       01  WS-JOB-B0-IMAGE             PIC X(192)  VALUE SPACES.
       01  WS-DATE-WORK.
           05  WS-DUE-DATE             PIC 9(008).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
                                       PIC X(008).
       01  WS-TEMPLATE.
           05  WS-TPL-RECORD OCCURS 300 TIMES
                                       PIC X(192).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD194 - RECURRING-SERVICE CLAIM GENERATION'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' PERSON ID  T  PROC   PAT CNTL NO        DUE DATE '.
           05  FILLER                  PIC X(050)  VALUE
               ' MON  TOT      CHARGE   PAYER  RESULT             '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PERSON-ID          PIC 9(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SCHED-TYPE         PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PROC-CODE          PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DUE-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-MONTH              PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TOTAL-MONTHS       PIC ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CHARGE             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(024).
           05  FILLER                  PIC X(026)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(072)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-READ-SCHEDULE   THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 5900-CLOSE-JOB       THRU 5900-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- WITHOUT PCDDMEC NO RENTAL IS STOPPED FOR   *
      **   AN EXPIRED CERTIFICATE; PCD007 STILL SUSPENDS ONE THAT IS.    *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O    PCD-RCBM-MASTER
           OPEN INPUT  PCD-RCBT-MASTER
           OPEN INPUT  PCD-DME-MASTER
           IF WS-DME-FOUND
               SET WS-DME-OPEN TO TRUE
           ELSE
               DISPLAY 'PCD194 - PCDDMEC NOT AVAILABLE, STATUS '
                   WS-DME-FILE-STATUS ' - CERTIFICATES NOT CHECKED'
           END-IF
           OPEN OUTPUT PCD-CLAIM-OUT
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE LOW-VALUES TO PCD-RCBM-KEY
           START PCD-RCBM-MASTER KEY IS NOT LESS THAN PCD-RCBM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-READ-SCHEDULE -- AN ACTIVE SCHEDULE DUE ON OR BEFORE THE *
      **   RUN DATE IS BILLED FOR EVERY MONTH IT HAS FALLEN DUE, SO A    *
      **   MISSED RUN IS CAUGHT UP RATHER THAN SKIPPED.                  *
      **----------------------------------------------------------------*
       2000-READ-SCHEDULE.
           READ PCD-RCBM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-SCHEDS-READ
           IF NOT PCD-RCBM-ACTIVE
            OR PCD-RCBM-NEXT-DUE-DATE > WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-SCHEDS-DUE
           PERFORM 2100-LOAD-MODEL THRU 2100-EXIT
           IF WS-TPL-COUNT < 3
               ADD 1 TO WS-NO-MODEL
               DISPLAY 'PCD194 - NO CLAIM MODEL ON PCDRCBT FOR '
                   PCD-RCBM-KEY ' - SCHEDULE SKIPPED'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCHED-CHANGED-SWITCH
           PERFORM 3000-BILL-MONTH THRU 3000-EXIT
               UNTIL NOT PCD-RCBM-ACTIVE
                  OR PCD-RCBM-NEXT-DUE-DATE > WS-RUN-DATE
           IF WS-SCHED-CHANGED
               REWRITE PCD-RCBM-REC
                   INVALID KEY
                       DISPLAY 'PCD194 - REWRITE FAILED FOR SCHEDULE '
                           PCD-RCBM-KEY ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-LOAD-MODEL -- THE A0 (SEQ 001), THE B0 (SEQ 002) AND THE *
      **   CLAIM RECORDS (003 ON) PCD193 KEPT FOR THE SCHEDULE.          *
      **----------------------------------------------------------------*
       2100-LOAD-MODEL.
           MOVE ZERO TO WS-TPL-COUNT
           MOVE PCD-RCBM-KEY TO WS-SCHED-KEY
           MOVE WS-SCHED-KEY TO PCD-RCBT-SCHED-KEY
           MOVE ZERO         TO PCD-RCBT-SEQ
           MOVE 'N' TO WS-BROWSE-SWITCH
           START PCD-RCBT-MASTER KEY IS NOT LESS THAN PCD-RCBT-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 2150-LOAD-ONE THRU 2150-EXIT
               UNTIL WS-BROWSE-DONE.
       2100-EXIT.
           EXIT.
       2150-LOAD-ONE.
           READ PCD-RCBT-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF PCD-RCBT-SCHED-KEY NOT = WS-SCHED-KEY
            OR WS-TPL-COUNT = 300
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-TPL-COUNT
           MOVE PCD-RCBT-IMAGE TO WS-TPL-RECORD (WS-TPL-COUNT).
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-BILL-MONTH -- A RENTAL WHOSE CERTIFICATE OF MEDICAL      *
      **   NECESSITY HAS LAPSED BY THE DUE DATE IS STOPPED INSTEAD OF    *
      **   BILLED.  A RENTAL IS OWNED BY THE PATIENT AFTER ITS 13TH      *
      **   MONTH; A SCHEDULE ALSO ENDS WHEN ITS ORTHODONTIC MONTHS OR    *
      **   ITS MEDICALLY NECESSARY RENTAL MONTHS RUN OUT.                *
      **----------------------------------------------------------------*
       3000-BILL-MONTH.
           SET WS-SCHED-CHANGED TO TRUE
           MOVE PCD-RCBM-NEXT-DUE-DATE TO WS-DUE-DATE
           MOVE SPACES TO WS-NEW-PAT-CNTL-NO
           IF (PCD-RCBM-ORTHO
               AND PCD-RCBM-MONTHS-REMAINING = ZERO)
            OR (PCD-RCBM-RENTAL
               AND PCD-RCBM-TOTAL-MONTHS > ZERO
               AND PCD-RCBM-MONTHS-BILLED NOT < PCD-RCBM-TOTAL-MONTHS)
               SET PCD-RCBM-COMPLETE TO TRUE
               ADD 1 TO WS-SCHEDS-COMPLETE
               MOVE 'COMPLETE' TO WS-RESULT
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
               GO TO 3000-EXIT
           END-IF
           IF PCD-RCBM-RENTAL
              AND WS-DME-OPEN
               MOVE PCD-RCBM-ORIG-PAT-CNTL-NO TO PCD-DME-PAT-CNTL-NO
               MOVE PCD-RCBM-PROC-CODE        TO PCD-DME-HCPCS-CODE
               READ PCD-DME-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-DME-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-DME-FILE-STATUS
               END-READ
               IF WS-DME-FOUND
                  AND PCD-DME-EXP-DATE NOT = SPACES
                  AND PCD-DME-EXP-DATE < WS-DUE-DATE-X
                   SET PCD-RCBM-STOPPED           TO TRUE
                   SET PCD-RCBM-STOP-CERT-EXPIRED TO TRUE
                   MOVE WS-RUN-DATE TO PCD-RCBM-STOP-DATE
                   ADD 1 TO WS-STOPPED-CERT
                   MOVE 'STOPPED - CMN EXPIRED' TO WS-RESULT
                   PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF
           COMPUTE WS-INSTALLMENT = PCD-RCBM-MONTHS-BILLED + 1
           STRING PCD-RCBM-ORIG-PAT-CNTL-NO (1:15) DELIMITED BY SIZE
                  WS-INSTALLMENT                   DELIMITED BY SIZE
               INTO WS-NEW-PAT-CNTL-NO
           PERFORM 5000-POSITION-JOB  THRU 5000-EXIT
           PERFORM 3100-WRITE-CLAIM   THRU 3100-EXIT
           ADD 1 TO WS-CLAIMS-GENERATED
           ADD PCD-RCBM-LINE-CHARGE TO WS-GENERATED-DOLLARS
           ADD 1 TO PCD-RCBM-MONTHS-BILLED
           MOVE WS-NEW-PAT-CNTL-NO TO PCD-RCBM-LAST-PAT-CNTL-NO
           MOVE WS-RUN-DATE        TO PCD-RCBM-LAST-BILLED-DATE
           MOVE 'CLAIM GENERATED' TO WS-RESULT
           IF PCD-RCBM-ORTHO
               SUBTRACT 1 FROM PCD-RCBM-MONTHS-REMAINING
               IF PCD-RCBM-MONTHS-REMAINING = ZERO
                   SET PCD-RCBM-COMPLETE TO TRUE
                   ADD 1 TO WS-SCHEDS-COMPLETE
                   MOVE 'GENERATED - FINAL MONTH' TO WS-RESULT
               END-IF
           ELSE
               IF PCD-RCBM-MONTHS-BILLED NOT < 13
                   SET PCD-RCBM-OWNED TO TRUE
                   ADD 1 TO WS-SCHEDS-OWNED
                   MOVE 'GENERATED - NOW OWNED' TO WS-RESULT
               ELSE
                   IF PCD-RCBM-TOTAL-MONTHS > ZERO
                      AND PCD-RCBM-MONTHS-BILLED
                              NOT < PCD-RCBM-TOTAL-MONTHS
                       SET PCD-RCBM-COMPLETE TO TRUE
                       ADD 1 TO WS-SCHEDS-COMPLETE
                       MOVE 'GENERATED - FINAL MONTH' TO WS-RESULT
                   END-IF
               END-IF
           END-IF
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
           ADD 1 TO PCD-RCBM-DUE-MM
           IF PCD-RCBM-DUE-MM > 12
               MOVE 1 TO PCD-RCBM-DUE-MM
               ADD 1 TO PCD-RCBM-DUE-CCYY
           END-IF
           MOVE PCD-RCBM-BILL-DAY TO PCD-RCBM-DUE-DD.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-WRITE-CLAIM -- THE MODEL'S CLAIM RECORDS UNDER THE NEW   *
      **   CONTROL NUMBER (THE ORIGINAL'S FIRST 15 POSITIONS PLUS THE    *
      **   MONTH NUMBER), WITH THE LINE DATED ON THE DUE DATE, THE       *
      **   RENTAL MONTH MODIFIER (KH, KI, KJ) AND THE ORTHODONTIC        *
      **   MONTHS REMAINING BROUGHT FORWARD.  THE X0 COUNTS ARE REBUILT. *
      **----------------------------------------------------------------*
       3100-WRITE-CLAIM.
           MOVE ZERO TO WS-CLAIM-RECS
                        WS-CNT-C WS-CNT-D WS-CNT-E WS-CNT-F
                        WS-CNT-G WS-CNT-H WS-CNT-K
           IF PCD-RCBM-MONTHS-REMAINING > 1
               COMPUTE WS-MONTHS-LEFT = PCD-RCBM-MONTHS-REMAINING - 1
           ELSE
               MOVE ZERO TO WS-MONTHS-LEFT
           END-IF
           PERFORM VARYING WS-TPL-SUB FROM 3 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               MOVE WS-TPL-RECORD (WS-TPL-SUB) TO WS-PCDSCLAIM-REC
               MOVE WS-NEW-PAT-CNTL-NO TO PCDS-PCN
               EVALUATE TRUE
                   WHEN F0-REC
                       MOVE WS-DUE-DATE-X TO F0-FROM-DATE-X
                                             F0-THRU-DATE-X
                       IF PCD-RCBM-RENTAL
                           PERFORM 3200-SET-RENTAL-MODIFIER
                              THRU 3200-EXIT
                       END-IF
                   WHEN E2-REC
                       IF PCD-RCBM-ORTHO
                          AND E2-MONTHS-REMAINING-X NUMERIC
                           MOVE WS-MONTHS-LEFT TO E2-MONTHS-REMAINING
                       END-IF
                   WHEN FD-REC
                       IF FD-MON-TRMT-REMAIN NUMERIC
                           MOVE WS-MONTHS-LEFT TO FD-MON-TRMT-REMAIN
                       END-IF
                   WHEN X0-CLAIM-TRAILER-REC
                       COMPUTE X0-PHYS-REC-CNT = WS-CLAIM-RECS + 1
                       IF X0-RECORD-COUNTS (7:26) NUMERIC
                           MOVE WS-CNT-C TO X0-RECNOCX
                           MOVE WS-CNT-D TO X0-RECNODX
                           MOVE WS-CNT-E TO X0-RECNOEX
                           MOVE WS-CNT-F TO X0-RECNOFX
                           MOVE WS-CNT-G TO X0-RECNOGX
                           MOVE WS-CNT-H TO X0-RECNOHX
                           MOVE WS-CNT-K TO X0-RECNOKX
                       END-IF
                       MOVE 1                    TO X0-NUM-SERV-LN
                       MOVE PCD-RCBM-LINE-CHARGE TO X0-CLAIM-TOT-CHRG
                       MOVE ZERO                 TO X0-PAT-PAID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE PCDS-00-REC-TYPE (1:1)
                   WHEN 'C'  ADD 1 TO WS-CNT-C
                   WHEN 'D'  ADD 1 TO WS-CNT-D
                   WHEN 'E'  ADD 1 TO WS-CNT-E
                   WHEN 'F'  ADD 1 TO WS-CNT-F
                   WHEN 'G'  ADD 1 TO WS-CNT-G
                   WHEN 'H'  ADD 1 TO WS-CNT-H
                   WHEN 'K'  ADD 1 TO WS-CNT-K
                   WHEN OTHER CONTINUE
               END-EVALUATE
               PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           END-PERFORM
           ADD 1 TO WS-BATCH-CLAIMS WS-FILE-CLAIMS
                    WS-BATCH-SVC-LINES WS-FILE-SVC-LINES
           ADD PCD-RCBM-LINE-CHARGE TO WS-BATCH-CHARGES
                                       WS-FILE-CHARGES.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-SET-RENTAL-MODIFIER -- KH FOR THE FIRST MONTH, KI FOR    *
      **   THE SECOND AND THIRD, KJ FOR THE FOURTH THROUGH 13TH.  IT     *
      **   REPLACES THE MODEL'S KH/KI/KJ, OR TAKES THE FIRST OPEN SLOT.  *
      **----------------------------------------------------------------*
       3200-SET-RENTAL-MODIFIER.
           EVALUATE TRUE
               WHEN WS-INSTALLMENT = 1
                   MOVE 'KH' TO WS-NEW-MODIFIER
               WHEN WS-INSTALLMENT < 4
                   MOVE 'KI' TO WS-NEW-MODIFIER
               WHEN OTHER
                   MOVE 'KJ' TO WS-NEW-MODIFIER
           END-EVALUATE
           MOVE ZERO TO WS-MOD-SLOT
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
                      OR WS-MOD-SLOT > ZERO
               COMPUTE WS-MOD-POS = (WS-MOD-SUB * 2) - 1
               IF F0-PROC-CODE-MODIFIERS (WS-MOD-POS:2) = 'KH'
               OR F0-PROC-CODE-MODIFIERS (WS-MOD-POS:2) = 'KI'
               OR F0-PROC-CODE-MODIFIERS (WS-MOD-POS:2) = 'KJ'
                   MOVE WS-MOD-POS TO WS-MOD-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 4
                      OR WS-MOD-SLOT > ZERO
               COMPUTE WS-MOD-POS = (WS-MOD-SUB * 2) - 1
               IF F0-PROC-CODE-MODIFIERS (WS-MOD-POS:2) = SPACES
                   MOVE WS-MOD-POS TO WS-MOD-SLOT
               END-IF
           END-PERFORM
           IF WS-MOD-SLOT > ZERO
               MOVE WS-NEW-MODIFIER
                   TO F0-PROC-CODE-MODIFIERS (WS-MOD-SLOT:2)
           END-IF.
       3200-EXIT.
           EXIT.
       4900-WRITE-DETAIL.
           MOVE PCD-RCBM-PERSON-ID     TO WS-D-PERSON-ID
           MOVE PCD-RCBM-SCHED-TYPE    TO WS-D-SCHED-TYPE
           MOVE PCD-RCBM-PROC-CODE     TO WS-D-PROC-CODE
           MOVE WS-NEW-PAT-CNTL-NO     TO WS-D-PAT-CNTL-NO
           MOVE WS-DUE-DATE            TO WS-D-DUE-DATE
           MOVE PCD-RCBM-MONTHS-BILLED TO WS-D-MONTH
           MOVE PCD-RCBM-TOTAL-MONTHS  TO WS-D-TOTAL-MONTHS
           MOVE PCD-RCBM-LINE-CHARGE   TO WS-D-CHARGE
           MOVE PCD-RCBM-PAYOR-ID      TO WS-D-PAYOR-ID
           MOVE WS-RESULT              TO WS-D-RESULT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-POSITION-JOB -- A NEW SUBMITTER, RECEIVER OR FORMAT      *
      **   CLOSES THE OPEN FILE AND STARTS ANOTHER UNDER AN 'R' JOBNUM;  *
      **   A NEW B0 CLOSES THE BATCH ONLY.                               *
      **----------------------------------------------------------------*
       5000-POSITION-JOB.
           MOVE WS-TPL-RECORD (1) TO WS-A0-IMAGE
           MOVE WS-TPL-RECORD (2) TO WS-B0-IMAGE
           MOVE WS-A0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE A0-SUB-EIN-X        TO WS-MODEL-SUB-EIN
           MOVE A0-RECEIVER-ID      TO WS-MODEL-RECEIVER-ID
           MOVE A0-FORMAT-VERS-CODE TO WS-MODEL-FORMAT
           IF WS-FILE-OPEN
              AND WS-MODEL-JOB-KEY = WS-JOB-KEY
              AND WS-B0-IMAGE = WS-JOB-B0-IMAGE
               GO TO 5000-EXIT
           END-IF
           IF WS-FILE-OPEN
              AND WS-MODEL-JOB-KEY = WS-JOB-KEY
               PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
               PERFORM 5200-OPEN-BATCH  THRU 5200-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5900-CLOSE-JOB THRU 5900-EXIT
           PERFORM 5100-OPEN-FILE  THRU 5100-EXIT
           PERFORM 5200-OPEN-BATCH THRU 5200-EXIT.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5100-OPEN-FILE -- THE A0 IS NOT COUNTED IN FILE RECORDS, THE  *
      **   SAME AS PCD003 COUNTS THEM.                                   *
      **----------------------------------------------------------------*
       5100-OPEN-FILE.
           MOVE WS-MODEL-JOB-KEY TO WS-JOB-KEY
           ADD 1 TO WS-JOB-SEQ
           MOVE SPACES TO WS-UNIQUE-JOBNUM
           STRING 'R' DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-JOB-SEQ DELIMITED BY SIZE
               INTO WS-UNIQUE-JOBNUM
           MOVE WS-A0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE WS-RUN-DATE (5:2)  TO A0-PROCESSING-DATE (1:2)
           MOVE WS-RUN-DATE (7:2)  TO A0-PROCESSING-DATE (3:2)
           MOVE WS-RUN-DATE (3:2)  TO A0-PROCESSING-DATE (5:2)
           MOVE WS-UNIQUE-JOBNUM   TO A0-UNIQUE-JOBNUM
           MOVE WS-PCDSCLAIM-REC   TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-FILE-OPEN TO TRUE
           ADD 1 TO WS-JOBS-WRITTEN
           MOVE ZERO TO WS-BATCH-NO WS-FILE-RECS WS-FILE-CLAIMS
                        WS-FILE-SVC-LINES WS-FILE-BATCHES
                        WS-FILE-CHARGES.
       5100-EXIT.
           EXIT.
       5200-OPEN-BATCH.
           MOVE WS-B0-IMAGE TO WS-JOB-B0-IMAGE
           ADD 1 TO WS-BATCH-NO
           MOVE WS-B0-IMAGE TO WS-PCDSCLAIM-REC
           MOVE WS-BATCH-NO           TO B0-BATCH-NUM
           MOVE B0-BATCH-TYPE         TO WS-BATCH-TYPE
           MOVE B0-FEDERAL-TAX-NUM-X  TO WS-TAX-NUM
           MOVE WS-PCDSCLAIM-REC      TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-BATCH-OPEN TO TRUE
           MOVE 1    TO WS-BATCH-RECS
           ADD 1     TO WS-FILE-RECS
           MOVE ZERO TO WS-BATCH-CLAIMS WS-BATCH-SVC-LINES
                        WS-BATCH-CHARGES.
       5200-EXIT.
           EXIT.
       5700-CLOSE-BATCH.
           IF NOT WS-BATCH-OPEN
               GO TO 5700-EXIT
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Y0' TO PCDS-00-REC-TYPE
           MOVE WS-TAX-NUM                 TO Y0-FED-TAX-NUM-X
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Y0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Y0-REC-SUB-ID
           MOVE WS-BATCH-TYPE              TO Y0-BATCH-TYPE
           MOVE WS-BATCH-NO                TO Y0-BATCH-NO
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS
           MOVE WS-BATCH-SVC-LINES    TO Y0-NUM-BATCH-SVC-LINES
           MOVE WS-BATCH-RECS         TO Y0-NUM-BATCH-RECS
           MOVE WS-BATCH-CLAIMS       TO Y0-NUM-BATCH-CLAIMS
           MOVE WS-BATCH-CHARGES      TO Y0-BATCH-TOTAL-CHARGES
           MOVE WS-PCDSCLAIM-REC      TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-FILE-BATCHES
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
       5700-EXIT.
           EXIT.
       5800-WRITE-CLAIM-RECORD.
           MOVE WS-PCDSCLAIM-REC TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS WS-CLAIM-RECS.
       5800-EXIT.
           EXIT.
       5900-CLOSE-JOB.
           IF NOT WS-FILE-OPEN
               GO TO 5900-EXIT
           END-IF
           PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Z0' TO PCDS-00-REC-TYPE
           MOVE WS-JOB-SUB-EIN             TO Z0-SUB-EIN
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Z0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Z0-REC-SUB-ID
           MOVE WS-FILE-BATCHES      TO Z0-BATCH-CNT
           MOVE WS-FILE-SVC-LINES    TO Z0-SVC-LINE-CNT
           COMPUTE Z0-REC-CNT = WS-FILE-RECS + 1
           MOVE WS-FILE-CLAIMS       TO Z0-CLAIM-CNT
           MOVE ZERO                 TO Z0-PAID-AMT Z0-ALLOWED-AMT
           MOVE WS-FILE-CHARGES      TO Z0-TOT-CHARGES
           MOVE WS-PCDSCLAIM-REC     TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           MOVE 'N' TO WS-FILE-OPEN-SWITCH.
       5900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'CLAIMS GENERATED (CHARGES)'        TO WS-T-LABEL
           MOVE WS-CLAIMS-GENERATED                 TO WS-T-COUNT
           MOVE WS-GENERATED-DOLLARS                TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ZERO TO WS-T-AMOUNT
           MOVE 'RENTALS STOPPED, CMN EXPIRED'      TO WS-T-LABEL
           MOVE WS-STOPPED-CERT                     TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'RENTALS NOW OWNED (13 MONTHS)'     TO WS-T-LABEL
           MOVE WS-SCHEDS-OWNED                     TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'SCHEDULES COMPLETED'               TO WS-T-LABEL
           MOVE WS-SCHEDS-COMPLETE                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'SCHEDULES WITH NO CLAIM MODEL'     TO WS-T-LABEL
           MOVE WS-NO-MODEL                         TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-RCBM-MASTER
           CLOSE PCD-RCBT-MASTER
           IF WS-DME-OPEN
               CLOSE PCD-DME-MASTER
           END-IF
           CLOSE PCD-CLAIM-OUT
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD194 - SCHEDULES READ:        ' WS-SCHEDS-READ
           DISPLAY 'PCD194 - SCHEDULES DUE:         ' WS-SCHEDS-DUE
           DISPLAY 'PCD194 - CLAIMS GENERATED:      '
               WS-CLAIMS-GENERATED
           DISPLAY 'PCD194 - JOBS WRITTEN:          ' WS-JOBS-WRITTEN
           DISPLAY 'PCD194 - STOPPED, CMN EXPIRED:  ' WS-STOPPED-CERT
           DISPLAY 'PCD194 - RENTALS NOW OWNED:     ' WS-SCHEDS-OWNED
           DISPLAY 'PCD194 - SCHEDULES COMPLETED:   '
               WS-SCHEDS-COMPLETE
           DISPLAY 'PCD194 - NO CLAIM MODEL:        ' WS-NO-MODEL.
       9000-EXIT.
           EXIT.
