      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD193           SYSTEM: PCDS                     *
      **    RECURRING-SERVICE SCHEDULE CAPTURE PASS                    *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READ-ONLY PASS     *
      **                          OVER THE INTAKE STREAM, RUN WITH     *
      **                          PCD190.  A SERVICE LINE CARRYING AN  *
      **                          FD ORTHODONTIC RECORD (OR THE FIRST  *
      **                          LINE OF A CLAIM WHOSE E2 COUNTS      *
      **                          MONTHS REMAINING) OR A G0 PRICED AS  *
      **                          A MONTHLY DME RENTAL STARTS A        *
      **                          PCDRCBM SCHEDULE FOR THE PCDEPIX     *
      **                          PERSON, AND THE CLAIM IS KEPT ON     *
      **                          PCDRCBT AS THE MODEL PCD194 BILLS    *
      **                          FROM EACH MONTH.  A LATER CLAIM TO   *
      **                          ANOTHER PAYER STOPS THE SCHEDULE; A  *
      **                          CLAIM SHOWING THE PATIENT DECEASED   *
      **                          STOPS ALL OF THE PERSON'S SCHEDULES. *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD193.
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
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-RCBM-MASTER ASSIGN TO PCDRCBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RCBM-KEY
               FILE STATUS IS WS-RCBM-FILE-STATUS.
           SELECT PCD-RCBT-MASTER ASSIGN TO PCDRCBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-RCBT-KEY
               FILE STATUS IS WS-RCBT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-RCBM-MASTER.
       COPY PCDRCBM.
       FD  PCD-RCBT-MASTER.
       COPY PCDRCBT.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-RCBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RCBM-FOUND                       VALUE '00'.
       77  WS-RCBT-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-BUFFERING                  VALUE 'Y'.
       77  WS-OVERFLOW-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CHAIN-OVERFLOWED                 VALUE 'Y'.
       77  WS-DECEASED-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PATIENT-DECEASED                 VALUE 'Y'.
       77  WS-LINE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LINE-OPEN                        VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-KEEP-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-KEEP-RECORD                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-FIRST-PAYOR-ID           PIC X(005)  VALUE SPACES.
       77  WS-DEATH-DATE-X             PIC X(008)  VALUE SPACES.
       77  WS-E2-REMAINING             PIC 9(003)  VALUE ZERO.
       77  WS-E2-TOTAL                 PIC 9(003)  VALUE ZERO.
       77  WS-BUF-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUF-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-OTHER-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-TEMPLATE-SEQ             PIC 9(003)  VALUE ZERO.
       77  WS-SCHED-KEY                PIC X(015)  VALUE SPACES.
       77  WS-PERSON-ID                PIC 9(009)  VALUE ZERO.
       77  WS-NEW-SCHED-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-NEW-SCHEDULE                     VALUE 'Y'.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RECURRING-LINES          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-PERSON-ID             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SCHEDS-CREATED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SCHEDS-RESTARTED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CONTINUATIONS            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-STOPPED-DEATH            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-STOPPED-PAYER            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-OWNED-BILLED             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NO-MONTHS-LEFT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CHAINS-TOO-LONG          PIC 9(005)  COMP  VALUE ZERO.
       01  WS-A0-IMAGE                 PIC X(192)  VALUE SPACES.
       01  WS-B0-IMAGE                 PIC X(192)  VALUE SPACES.
       01  WS-MATCH-KEY.
           05  WS-MK-L-NAME            PIC X(020).
           05  WS-MK-F-NAME            PIC X(010).
           05  WS-MK-BIRTH-DATE        PIC X(008).
           05  WS-MK-SEX               PIC X(001).
       01  WS-DATE-WORK.
           05  WS-DUE-DATE             PIC 9(008).
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-CCYY         PIC 9(004).
               10  WS-DUE-MM           PIC 9(002).
               10  WS-DUE-DD           PIC 9(002).
      **----------------------------------------------------------------*
      **   ONE CLAIM'S RECORD CHAIN, BUFFERED TO ITS X0, AND WHERE EACH  *
      **   SERVICE LINE (THE F0 AND THE F- AND G-RECORDS THAT FOLLOW IT) *
      **   SITS.  A LINE IS RECURRING WHEN IT CARRIES AN FD ORTHODONTIC  *
      **   RECORD, OR A G0 PRICED AS A MONTHLY RENTAL.                   *
      **----------------------------------------------------------------*
       01  WS-CLAIM-BUFFER.
           05  WS-BUF-RECORD OCCURS 300 TIMES
                                       PIC X(192).
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-START         PIC 9(003)  COMP.
               10  WS-LN-END           PIC 9(003)  COMP.
               10  WS-LN-PROC-CODE     PIC X(005).
               10  WS-LN-FROM-DATE-X   PIC X(008).
               10  WS-LN-CHARGE        PIC S9(006)V99 COMP-3.
               10  WS-LN-SCHED-TYPE    PIC X(001).
                   88  WS-LN-ORTHO                 VALUE 'O'.
                   88  WS-LN-RENTAL                VALUE 'R'.
                   88  WS-LN-RECURRING             VALUES 'O' 'R'.
               10  WS-LN-MONTHS-REMAIN PIC 9(003).
               10  WS-LN-MED-NEC-MONTHS
                                       PIC 9(003).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PERSON INDEX IS REQUIRED: SCHEDULES    *
      **   ARE KEPT BY PERSON SO A LATER CLAIM FOR THE SAME PATIENT,     *
      **   WHATEVER ITS CONTROL NUMBER, FINDS THEM.                      *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCD193 - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT PCD-CLAIM-FILE
           OPEN I-O   PCD-RCBM-MASTER
           OPEN I-O   PCD-RCBT-MASTER
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
      **   2000-PROCESS-RECORDS -- THE STREAM IS ONLY READ.  THE FILE    *
      **   AND BATCH HEADERS ARE KEPT SO A NEW SCHEDULE'S CLAIM MODEL    *
      **   CAN BE SENT BACK UNDER THE SAME SUBMITTER AND RECEIVER.       *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE WS-PCDSCLAIM-REC TO WS-A0-IMAGE
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE WS-PCDSCLAIM-REC TO WS-B0-IMAGE
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
                                  WS-LINE-COUNT
                                  WS-E2-REMAINING
                                  WS-E2-TOTAL
                   MOVE 'N'    TO WS-OVERFLOW-SWITCH
                                  WS-DECEASED-SWITCH
                                  WS-LINE-OPEN-SWITCH
                   MOVE SPACES TO WS-FIRST-PAYOR-ID
                                  WS-DEATH-DATE-X
                   IF C0-PATIENT-DECEASED
                       SET WS-PATIENT-DECEASED TO TRUE
                       MOVE C0-DATE-OF-DEATH-X TO WS-DEATH-DATE-X
                   END-IF
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
               WHEN D0-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF WS-FIRST-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-FIRST-PAYOR-ID
                   END-IF
               WHEN E2-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   IF E2-VALID-MONTHS-REMAINING
                       MOVE E2-MONTHS-REMAINING TO WS-E2-REMAINING
                   END-IF
                   IF E2-ORTHODONTICS-TOTAL-MONTHS-X NUMERIC
                       MOVE E2-ORTHODONTICS-TOTAL-MONTHS TO WS-E2-TOTAL
                   END-IF
               WHEN F0-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   PERFORM 2120-OPEN-LINE     THRU 2120-EXIT
               WHEN FD-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   PERFORM 2130-EXTEND-LINE   THRU 2130-EXIT
                   IF WS-LINE-OPEN
                       MOVE 'O' TO WS-LN-SCHED-TYPE (WS-LINE-COUNT)
                       IF FD-MON-TRMT-REMAIN NUMERIC
                           MOVE FD-MON-TRMT-REMAIN
                               TO WS-LN-MONTHS-REMAIN (WS-LINE-COUNT)
                       END-IF
                   END-IF
               WHEN G0-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   PERFORM 2130-EXTEND-LINE   THRU 2130-EXIT
                   IF WS-LINE-OPEN
                      AND G0-DME-RENTAL-UNIT-PRICE = 'M'
                      AND G0-DME-RENT-PRICE-U NUMERIC
                      AND G0-DME-RENT-PRICE-U > ZERO
                       MOVE 'R' TO WS-LN-SCHED-TYPE (WS-LINE-COUNT)
                       IF G0-LENGTH-MED-NEC-X NUMERIC
                           MOVE G0-LENGTH-MED-NEC
                               TO WS-LN-MED-NEC-MONTHS (WS-LINE-COUNT)
                       END-IF
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   PERFORM 2150-END-OF-CHAIN  THRU 2150-EXIT
               WHEN CLAIM-RECS
                   PERFORM 2100-BUFFER-RECORD THRU 2100-EXIT
                   PERFORM 2130-EXTEND-LINE   THRU 2130-EXIT
               WHEN OTHER
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-BUFFER-RECORD -- A CHAIN THAT OUTGROWS THE BUFFER IS     *
      **   STILL CHECKED FOR DEATH AND PAYER CHANGES, BUT IS NOT USED    *
      **   AS A CLAIM MODEL.                                             *
      **----------------------------------------------------------------*
       2100-BUFFER-RECORD.
           IF NOT WS-CLAIM-BUFFERING
               GO TO 2100-EXIT
           END-IF
           IF WS-BUF-COUNT < 300
               ADD 1 TO WS-BUF-COUNT
               MOVE WS-PCDSCLAIM-REC TO WS-BUF-RECORD (WS-BUF-COUNT)
           ELSE
               SET WS-CHAIN-OVERFLOWED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       2120-OPEN-LINE.
           MOVE 'N' TO WS-LINE-OPEN-SWITCH
           IF NOT WS-CLAIM-BUFFERING
            OR WS-CHAIN-OVERFLOWED
            OR WS-LINE-COUNT = 50
               GO TO 2120-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-BUF-COUNT   TO WS-LN-START (WS-LINE-COUNT)
                                  WS-LN-END   (WS-LINE-COUNT)
           MOVE F0-PROC-CODE   TO WS-LN-PROC-CODE   (WS-LINE-COUNT)
           MOVE F0-FROM-DATE-X TO WS-LN-FROM-DATE-X (WS-LINE-COUNT)
           MOVE ZERO           TO WS-LN-CHARGE      (WS-LINE-COUNT)
           IF F0-LINE-CHRG-U NUMERIC
               MOVE F0-LINE-CHRG TO WS-LN-CHARGE (WS-LINE-COUNT)
           END-IF
           MOVE SPACE TO WS-LN-SCHED-TYPE (WS-LINE-COUNT)
           MOVE ZERO  TO WS-LN-MONTHS-REMAIN   (WS-LINE-COUNT)
                         WS-LN-MED-NEC-MONTHS  (WS-LINE-COUNT)
           SET WS-LINE-OPEN TO TRUE.
       2120-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2130-EXTEND-LINE -- F- AND G-RECORDS BELONG TO THE LINE       *
      **   ABOVE THEM; ANY OTHER CLAIM RECORD ENDS THE LINE.             *
      **----------------------------------------------------------------*
       2130-EXTEND-LINE.
           IF NOT WS-LINE-OPEN
            OR WS-CHAIN-OVERFLOWED
               GO TO 2130-EXIT
           END-IF
           IF WS-PCDSCLAIM-REC (1:1) = 'F'
           OR WS-PCDSCLAIM-REC (1:1) = 'G'
               MOVE WS-BUF-COUNT TO WS-LN-END (WS-LINE-COUNT)
           ELSE
               MOVE 'N' TO WS-LINE-OPEN-SWITCH
           END-IF.
       2130-EXIT.
           EXIT.
       2150-END-OF-CHAIN.
           IF WS-CLAIM-BUFFERING
               PERFORM 2200-DECIDE-CLAIM THRU 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-OPEN-SWITCH.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-DECIDE-CLAIM -- A CLAIM SAYING THE PATIENT HAS DIED      *
      **   STOPS EVERY ACTIVE SCHEDULE FOR THE PERSON.  OTHERWISE EACH   *
      **   RECURRING LINE IS MATCHED TO ITS SCHEDULE.  A CLAIM WITH AN   *
      **   E2 COUNTING MONTHS BUT NO FD LINE TREATS ITS FIRST LINE AS    *
      **   THE ORTHODONTIC VISIT.                                        *
      **----------------------------------------------------------------*
       2200-DECIDE-CLAIM.
           IF WS-LINE-COUNT > ZERO
              AND WS-E2-REMAINING > ZERO
               MOVE ZERO TO WS-OTHER-SUB
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF WS-LN-ORTHO (WS-LINE-SUB)
                       MOVE WS-LINE-SUB TO WS-OTHER-SUB
                   END-IF
               END-PERFORM
               IF WS-OTHER-SUB = ZERO
                  AND NOT WS-LN-RECURRING (1)
                   MOVE 'O' TO WS-LN-SCHED-TYPE (1)
               END-IF
           END-IF
           MOVE ZERO TO WS-OTHER-SUB
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-RECURRING (WS-LINE-SUB)
                   ADD 1 TO WS-OTHER-SUB
               END-IF
           END-PERFORM
           IF WS-OTHER-SUB = ZERO
              AND NOT WS-PATIENT-DECEASED
               GO TO 2200-EXIT
           END-IF
           MOVE WS-MATCH-KEY TO PCD-EPIX-MATCH-KEY
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
           MOVE PCD-EPIX-PERSON-ID TO WS-PERSON-ID
           IF WS-PATIENT-DECEASED
               PERFORM 2210-STOP-FOR-DEATH THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-RECURRING (WS-LINE-SUB)
                   ADD 1 TO WS-RECURRING-LINES
                   PERFORM 2300-MATCH-SCHEDULE THRU 2300-EXIT
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2210-STOP-FOR-DEATH -- BROWSE THE PERSON'S SCHEDULES.  THE    *
      **   STOP DATE IS THE DATE OF DEATH WHEN THE CLAIM GIVES ONE.      *
      **----------------------------------------------------------------*
       2210-STOP-FOR-DEATH.
           MOVE WS-PERSON-ID TO PCD-RCBM-PERSON-ID
           MOVE LOW-VALUES   TO PCD-RCBM-SCHED-TYPE
                                PCD-RCBM-PROC-CODE
           MOVE 'N' TO WS-BROWSE-SWITCH
           START PCD-RCBM-MASTER KEY IS NOT LESS THAN PCD-RCBM-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 2220-STOP-ONE THRU 2220-EXIT
               UNTIL WS-BROWSE-DONE.
       2210-EXIT.
           EXIT.
       2220-STOP-ONE.
           READ PCD-RCBM-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 2220-EXIT
           END-READ
           IF PCD-RCBM-PERSON-ID NOT = WS-PERSON-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2220-EXIT
           END-IF
           IF NOT PCD-RCBM-ACTIVE
               GO TO 2220-EXIT
           END-IF
           SET PCD-RCBM-STOPPED     TO TRUE
           SET PCD-RCBM-STOP-DEATH  TO TRUE
           IF WS-DEATH-DATE-X NUMERIC
              AND WS-DEATH-DATE-X NOT = ZEROS
               MOVE WS-DEATH-DATE-X TO PCD-RCBM-STOP-DATE
           ELSE
               MOVE WS-RUN-DATE     TO PCD-RCBM-STOP-DATE
           END-IF
           PERFORM 2900-REWRITE-SCHEDULE THRU 2900-EXIT
           ADD 1 TO WS-STOPPED-DEATH.
       2220-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-MATCH-SCHEDULE -- A CLAIM CARRYING THE SCHEDULE'S OWN    *
      **   CONTROL-NUMBER STEM IS ONE PCD194 GENERATED.  A DIFFERENT     *
      **   CLAIM FOR AN ACTIVE SCHEDULE IS A CONTINUATION, UNLESS IT IS  *
      **   BILLED TO ANOTHER PAYER, WHICH STOPS THE SCHEDULE.  A         *
      **   COMPLETED OR STOPPED SCHEDULE STARTS OVER FROM THIS CLAIM;    *
      **   AN OWNED RENTAL OR A STOP FOR DEATH NEVER DOES.               *
      **----------------------------------------------------------------*
       2300-MATCH-SCHEDULE.
           MOVE WS-PERSON-ID TO PCD-RCBM-PERSON-ID
           MOVE WS-LN-SCHED-TYPE (WS-LINE-SUB) TO PCD-RCBM-SCHED-TYPE
           MOVE WS-LN-PROC-CODE  (WS-LINE-SUB) TO PCD-RCBM-PROC-CODE
           READ PCD-RCBM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RCBM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RCBM-FILE-STATUS
           END-READ
           IF NOT WS-RCBM-FOUND
               SET WS-NEW-SCHEDULE TO TRUE
               PERFORM 2400-CAPTURE-SCHEDULE THRU 2400-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-NEW-SCHED-SWITCH
           IF WS-CURRENT-PAT-CNTL-NO (1:15)
                  = PCD-RCBM-ORIG-PAT-CNTL-NO (1:15)
               ADD 1 TO WS-CONTINUATIONS
               GO TO 2300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-RCBM-ACTIVE
                   IF WS-FIRST-PAYOR-ID NOT = PCD-RCBM-PAYOR-ID
                       SET PCD-RCBM-STOPPED            TO TRUE
                       SET PCD-RCBM-STOP-PAYER-CHANGE  TO TRUE
                       MOVE WS-RUN-DATE TO PCD-RCBM-STOP-DATE
                       PERFORM 2900-REWRITE-SCHEDULE THRU 2900-EXIT
                       ADD 1 TO WS-STOPPED-PAYER
                   ELSE
                       ADD 1 TO WS-CONTINUATIONS
                   END-IF
               WHEN PCD-RCBM-OWNED
                   ADD 1 TO WS-OWNED-BILLED
               WHEN PCD-RCBM-STOP-DEATH
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-CAPTURE-SCHEDULE THRU 2400-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-CAPTURE-SCHEDULE -- THE INITIAL CLAIM IS MONTH ONE OF A  *
      **   RENTAL; AN ORTHODONTIC SCHEDULE TAKES ITS MONTHS REMAINING    *
      **   FROM THE E2 (OR THE LINE'S FD WHEN THE E2 HAS NONE).  A       *
      **   MEDICAL-NECESSITY LENGTH OF 99 MEANS LIFETIME.  THE NEXT      *
      **   CLAIM IS DUE ONE MONTH AFTER THE LINE'S SERVICE DATE, ON THE  *
      **   SAME DAY OF THE MONTH (NO LATER THAN THE 28TH).               *
      **----------------------------------------------------------------*
       2400-CAPTURE-SCHEDULE.
           IF WS-CHAIN-OVERFLOWED
               ADD 1 TO WS-CHAINS-TOO-LONG
               GO TO 2400-EXIT
           END-IF
           IF WS-LN-ORTHO (WS-LINE-SUB)
              AND WS-E2-REMAINING > ZERO
               MOVE WS-E2-REMAINING
                   TO WS-LN-MONTHS-REMAIN (WS-LINE-SUB)
           END-IF
           IF WS-LN-ORTHO (WS-LINE-SUB)
              AND WS-LN-MONTHS-REMAIN (WS-LINE-SUB) = ZERO
               ADD 1 TO WS-NO-MONTHS-LEFT
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES                 TO PCD-RCBM-REC
           MOVE WS-PERSON-ID           TO PCD-RCBM-PERSON-ID
           MOVE WS-LN-SCHED-TYPE (WS-LINE-SUB) TO PCD-RCBM-SCHED-TYPE
           MOVE WS-LN-PROC-CODE  (WS-LINE-SUB) TO PCD-RCBM-PROC-CODE
           SET PCD-RCBM-ACTIVE         TO TRUE
           MOVE ZERO                   TO PCD-RCBM-STOP-DATE
                                          PCD-RCBM-LAST-BILLED-DATE
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-RCBM-ORIG-PAT-CNTL-NO
                                          PCD-RCBM-LAST-PAT-CNTL-NO
           MOVE WS-FIRST-PAYOR-ID      TO PCD-RCBM-PAYOR-ID
           IF PCD-RCBM-ORTHO
               MOVE WS-LN-MONTHS-REMAIN (WS-LINE-SUB)
                   TO PCD-RCBM-MONTHS-REMAINING
               IF WS-E2-TOTAL > PCD-RCBM-MONTHS-REMAINING
                   MOVE WS-E2-TOTAL TO PCD-RCBM-TOTAL-MONTHS
               ELSE
                   COMPUTE PCD-RCBM-TOTAL-MONTHS =
                       PCD-RCBM-MONTHS-REMAINING + 1
               END-IF
               COMPUTE PCD-RCBM-MONTHS-BILLED =
                   PCD-RCBM-TOTAL-MONTHS - PCD-RCBM-MONTHS-REMAINING
           ELSE
               MOVE ZERO TO PCD-RCBM-MONTHS-REMAINING
               MOVE 1    TO PCD-RCBM-MONTHS-BILLED
               IF WS-LN-MED-NEC-MONTHS (WS-LINE-SUB) = 99
                   MOVE ZERO TO PCD-RCBM-TOTAL-MONTHS
               ELSE
                   MOVE WS-LN-MED-NEC-MONTHS (WS-LINE-SUB)
                       TO PCD-RCBM-TOTAL-MONTHS
               END-IF
           END-IF
           IF WS-LN-FROM-DATE-X (WS-LINE-SUB) NUMERIC
              AND WS-LN-FROM-DATE-X (WS-LINE-SUB) NOT = ZEROS
               MOVE WS-LN-FROM-DATE-X (WS-LINE-SUB) TO WS-DUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           END-IF
           MOVE WS-DUE-DATE TO PCD-RCBM-FIRST-DOS
           IF WS-DUE-DD > 28
               MOVE 28 TO PCD-RCBM-BILL-DAY
           ELSE
               MOVE WS-DUE-DD TO PCD-RCBM-BILL-DAY
           END-IF
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-CCYY
           END-IF
           MOVE PCD-RCBM-BILL-DAY TO WS-DUE-DD
           MOVE WS-DUE-DATE       TO PCD-RCBM-NEXT-DUE-DATE
           MOVE WS-LN-CHARGE (WS-LINE-SUB) TO PCD-RCBM-LINE-CHARGE
           MOVE WS-RUN-DATE       TO PCD-RCBM-CREATE-DATE
           PERFORM 2500-STORE-MODEL THRU 2500-EXIT
           IF WS-NEW-SCHEDULE
               WRITE PCD-RCBM-REC
                   INVALID KEY
                       DISPLAY 'PCD193 - WRITE FAILED FOR SCHEDULE '
                           PCD-RCBM-KEY ' - RUN STOPPED'
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-SCHEDS-CREATED
           ELSE
               PERFORM 2900-REWRITE-SCHEDULE THRU 2900-EXIT
               ADD 1 TO WS-SCHEDS-RESTARTED
           END-IF.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-STORE-MODEL -- REPLACES THE SCHEDULE'S CLAIM MODEL.      *
      **   THE MODEL KEEPS THE CLAIM-LEVEL RECORDS AND THE RECURRING     *
      **   LINE ONLY, RENUMBERED AS LINE 01.  PAYER PAYMENT AND          *
      **   ADJUSTMENT RECORDS (DD, DT, KS, KT), VALIDATOR MESSAGES (KZ)  *
      **   AND THE INTERNAL TRACKING RECORD (CZ) BELONG TO THIS CLAIM    *
      **   ALONE AND ARE LEFT OUT.                                       *
      **----------------------------------------------------------------*
       2500-STORE-MODEL.
           MOVE PCD-RCBM-KEY TO WS-SCHED-KEY
           PERFORM 2550-CLEAR-MODEL THRU 2550-EXIT
           MOVE WS-SCHED-KEY TO PCD-RCBT-SCHED-KEY
           MOVE 1            TO PCD-RCBT-SEQ
           MOVE WS-A0-IMAGE  TO PCD-RCBT-IMAGE
           PERFORM 2590-WRITE-MODEL-REC THRU 2590-EXIT
           MOVE 2            TO PCD-RCBT-SEQ
           MOVE WS-B0-IMAGE  TO PCD-RCBT-IMAGE
           PERFORM 2590-WRITE-MODEL-REC THRU 2590-EXIT
           MOVE 2    TO WS-TEMPLATE-SEQ
           MOVE ZERO TO PCD-RCBM-TEMPLATE-RECS
           PERFORM VARYING WS-BUF-SUB FROM 1 BY 1
                   UNTIL WS-BUF-SUB > WS-BUF-COUNT
               PERFORM 2520-SELECT-MODEL-REC THRU 2520-EXIT
               IF WS-KEEP-RECORD
                   ADD 1 TO WS-TEMPLATE-SEQ
                   ADD 1 TO PCD-RCBM-TEMPLATE-RECS
                   MOVE WS-SCHED-KEY    TO PCD-RCBT-SCHED-KEY
                   MOVE WS-TEMPLATE-SEQ TO PCD-RCBT-SEQ
                   MOVE WS-BUF-RECORD (WS-BUF-SUB) TO PCD-RCBT-IMAGE
                   IF WS-BUF-SUB NOT < WS-LN-START (WS-LINE-SUB)
                      AND WS-BUF-SUB NOT > WS-LN-END (WS-LINE-SUB)
                      AND PCD-RCBT-IMAGE (3:2) NUMERIC
                       MOVE '01' TO PCD-RCBT-IMAGE (3:2)
                   END-IF
                   PERFORM 2590-WRITE-MODEL-REC THRU 2590-EXIT
               END-IF
           END-PERFORM.
       2500-EXIT.
           EXIT.
       2520-SELECT-MODEL-REC.
           SET WS-KEEP-RECORD TO TRUE
           EVALUATE WS-BUF-RECORD (WS-BUF-SUB) (1:2)
               WHEN 'CZ'
               WHEN 'DD'
               WHEN 'DT'
               WHEN 'KS'
               WHEN 'KT'
               WHEN 'KZ'
                   MOVE 'N' TO WS-KEEP-SWITCH
                   GO TO 2520-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-LINE-COUNT
               IF WS-OTHER-SUB NOT = WS-LINE-SUB
                  AND WS-BUF-SUB NOT < WS-LN-START (WS-OTHER-SUB)
                  AND WS-BUF-SUB NOT > WS-LN-END (WS-OTHER-SUB)
                   MOVE 'N' TO WS-KEEP-SWITCH
               END-IF
           END-PERFORM.
       2520-EXIT.
           EXIT.
       2550-CLEAR-MODEL.
           MOVE WS-SCHED-KEY TO PCD-RCBT-SCHED-KEY
           MOVE ZERO         TO PCD-RCBT-SEQ
           MOVE 'N' TO WS-BROWSE-SWITCH
           START PCD-RCBT-MASTER KEY IS NOT LESS THAN PCD-RCBT-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 2560-DELETE-ONE THRU 2560-EXIT
               UNTIL WS-BROWSE-DONE.
       2550-EXIT.
           EXIT.
       2560-DELETE-ONE.
           READ PCD-RCBT-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 2560-EXIT
           END-READ
           IF PCD-RCBT-SCHED-KEY NOT = WS-SCHED-KEY
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2560-EXIT
           END-IF
           DELETE PCD-RCBT-MASTER
               INVALID KEY
                   DISPLAY 'PCD193 - DELETE FAILED ON PCDRCBT '
                       PCD-RCBT-KEY ' - RUN STOPPED'
                   STOP RUN
           END-DELETE.
       2560-EXIT.
           EXIT.
       2590-WRITE-MODEL-REC.
           WRITE PCD-RCBT-REC
               INVALID KEY
                   DISPLAY 'PCD193 - WRITE FAILED ON PCDRCBT '
                       PCD-RCBT-KEY ' - RUN STOPPED'
                   STOP RUN
           END-WRITE.
       2590-EXIT.
           EXIT.
       2900-REWRITE-SCHEDULE.
           REWRITE PCD-RCBM-REC
               INVALID KEY
                   DISPLAY 'PCD193 - REWRITE FAILED FOR SCHEDULE '
                       PCD-RCBM-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-RCBM-MASTER
           CLOSE PCD-RCBT-MASTER
           DISPLAY 'PCD193 - CLAIMS READ:              ' WS-CLAIMS-READ
           DISPLAY 'PCD193 - RECURRING LINES SEEN:     '
               WS-RECURRING-LINES
           DISPLAY 'PCD193 - PERSON NOT ON PCDEPIX:    ' WS-NO-PERSON-ID
           DISPLAY 'PCD193 - SCHEDULES CREATED:        '
               WS-SCHEDS-CREATED
           DISPLAY 'PCD193 - SCHEDULES RESTARTED:      '
               WS-SCHEDS-RESTARTED
           DISPLAY 'PCD193 - CONTINUATION CLAIMS:      '
               WS-CONTINUATIONS
           DISPLAY 'PCD193 - STOPPED, PATIENT DECEASED: '
               WS-STOPPED-DEATH
           DISPLAY 'PCD193 - STOPPED, PAYER CHANGED:   '
               WS-STOPPED-PAYER
           DISPLAY 'PCD193 - OWNED RENTALS BILLED:     ' WS-OWNED-BILLED
           DISPLAY 'PCD193 - ORTHO, NO MONTHS LEFT:    '
               WS-NO-MONTHS-LEFT
           DISPLAY 'PCD193 - CHAINS TOO LONG TO MODEL: '
               WS-CHAINS-TOO-LONG.
       9000-EXIT.
           EXIT.
