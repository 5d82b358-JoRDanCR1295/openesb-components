      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD187           SYSTEM: PCDS                     *
      **    UNCLAIMED-PROPERTY DUE-DILIGENCE RUN (YEARLY)              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  SELECTS PROPERTY   *
      **                          PRESUMED ABANDONED UNDER THE OWNER   *
      **                          STATE'S PCDESCR DORMANCY RULE:       *
      **                          REFUND CHECKS ISSUED BY PCD185 AND   *
      **                          NEVER CASHED (PCDRFND STILL ISSUED), *
      **                          DORMANT FROM THE ISSUE DATE, AND     *
      **                          PATIENT CREDIT BALANCES ON PCDPATL,  *
      **                          DORMANT FROM THE ROW'S LAST          *
      **                          STATEMENT OR PAYMENT.  EACH ITEM IS  *
      **                          ASSIGNED TO THE FIRST REPORT DUE IN  *
      **                          ITS STATE AT LEAST THE LETTER LEAD   *
      **                          TIME AWAY AND IS SELECTED WHEN IT    *
      **                          WILL BE DORMANT BY THAT DATE.        *
      **                          SELECTED ITEMS ARE WRITTEN TO        *
      **                          PCDESCH FOR PCD188; OWNERS WITH AN   *
      **                          ADDRESS WHOSE ITEM IS AT THE STATE   *
      **                          MINIMUM GET A DUE-DILIGENCE LETTER   *
      **                          ON PCDESLTR.  ALL SELECTIONS ARE     *
      **                          LISTED ON THE PCDESRP REGISTER.      *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD187.
       AUTHOR.        FINANCE SYSTEMS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-RULE-FILE      ASSIGN TO PCDESCR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-RFND-MASTER    ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-RFND-KEY
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT PCD-PATL-MASTER    ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-PAYM-MASTER    ASSIGN TO PCDPAYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PAYM-PAYOR-ID
               FILE STATUS IS WS-PAYM-FILE-STATUS.
           SELECT PCD-ESCH-MASTER    ASSIGN TO PCDESCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ESCH-KEY
               FILE STATUS IS WS-ESCH-FILE-STATUS.
           SELECT PCD-LETTER-FILE    ASSIGN TO PCDESLTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDESRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-RULE-FILE
           RECORDING MODE IS F.
       COPY PCDESCR.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-PAYM-MASTER.
       COPY PCDPAYM.
       FD  PCD-ESCH-MASTER.
       COPY PCDESCH.
       FD  PCD-LETTER-FILE
           RECORDING MODE IS F.
       01  PCD-LETTER-LINE            PIC X(132).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-HOLDER-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-HOLDER-LOADED                    VALUE 'Y'.
       77  WS-RFND-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PAYM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PAYM-FOUND                       VALUE '00'.
       77  WS-ESCH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ESCH-FOUND                       VALUE '00'.
       77  WS-HOLDER-STATE             PIC X(002)  VALUE SPACES.
       77  WS-RULE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-RULE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-RULE-SLOT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-DAY-SPAN                 PIC S9(007) COMP  VALUE ZERO.
       77  WS-DORMANT-DATE             PIC 9(008)  VALUE ZERO.
       77  WS-NEW-ESCH-REC             PIC X(250)  VALUE SPACES.
       77  WS-CSZ-CITY                 PIC X(020)  VALUE SPACES.
       77  WS-CSZ-REST                 PIC X(012)  VALUE SPACES.
       77  WS-RESULT                   PIC X(021)  VALUE SPACES.
       77  WS-CHECKS-SCANNED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CREDITS-SCANNED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-DORMANT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-SELECTED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-RULE                  PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LETTERS-SENT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-LETTER                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LETTER-DOLLARS           PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-NO-LETTER-DOLLARS        PIC S9(011)V99 COMP-3 VALUE ZERO.
      **----------------------------------------------------------------*
      **   STATE DORMANCY RULES FROM PCDESCR, WITH THE REPORT DUE DATE   *
      **   THIS RUN'S ITEMS FALL INTO WORKED OUT AT LOAD TIME.           *
      **----------------------------------------------------------------*
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES.
               10  WS-RL-STATE         PIC X(002).
               10  WS-RL-DORMANCY-YEARS
                                       PIC 9(002).
               10  WS-RL-MIN-AMOUNT    PIC 9(005)V99.
               10  WS-RL-DD-LEAD-DAYS  PIC 9(003).
               10  WS-RL-DUE-DATE      PIC 9(008).
       01  WS-DATE-WORK.
           05  WS-FROM-DATE            PIC 9(008).
           05  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
               10  WS-FROM-CCYY        PIC 9(004).
               10  WS-FROM-MM          PIC 9(002).
               10  WS-FROM-DD          PIC 9(002).
           05  WS-TO-DATE              PIC 9(008).
           05  WS-TO-DATE-R REDEFINES WS-TO-DATE.
               10  WS-TO-CCYY          PIC 9(004).
               10  WS-TO-MM            PIC 9(002).
               10  WS-TO-DD            PIC 9(002).
       01  WS-RUN-DATE-AREA.
           05  WS-RUN-DATE             PIC 9(008).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY         PIC 9(004).
               10  WS-RUN-MM           PIC 9(002).
               10  WS-RUN-DD           PIC 9(002).
       01  WS-EDIT-DATE-AREA.
           05  WS-EDIT-DATE-IN         PIC 9(008).
           05  WS-EDIT-DATE-IN-R REDEFINES WS-EDIT-DATE-IN.
               10  WS-EI-CCYY          PIC 9(004).
               10  WS-EI-MM            PIC 9(002).
               10  WS-EI-DD            PIC 9(002).
           05  WS-EDIT-DATE.
               10  WS-ED-MM            PIC 9(002).
               10  FILLER              PIC X(001)  VALUE '/'.
               10  WS-ED-DD            PIC 9(002).
               10  FILLER              PIC X(001)  VALUE '/'.
               10  WS-ED-CCYY          PIC 9(004).
      **----------------------------------------------------------------*
      **   DUE-DILIGENCE LETTER LINES.                                   *
      **----------------------------------------------------------------*
       01  WS-LETTER-TEXT.
           05  FILLER                  PIC X(008)  VALUE SPACES.
           05  WS-LT-TEXT              PIC X(072).
           05  FILLER                  PIC X(052)  VALUE SPACES.
       01  WS-LETTER-ITEM.
           05  FILLER                  PIC X(012)  VALUE SPACES.
           05  WS-LI-LABEL             PIC X(026).
           05  WS-LI-VALUE             PIC X(040).
           05  FILLER                  PIC X(054)  VALUE SPACES.
       01  WS-LETTER-AMOUNT            PIC $$$$,$$$,$$9.99.
       01  WS-LETTER-CSZ.
           05  WS-LC-CITY              PIC X(020).
           05  FILLER                  PIC X(002)  VALUE ', '.
           05  WS-LC-STATE             PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-LC-ZIP-5             PIC X(005).
           05  WS-LC-ZIP-DASH          PIC X(001).
           05  WS-LC-ZIP-4             PIC X(004).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD187 - UNCLAIMED PROPERTY DUE-DILIGENCE REGISTER'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' T  ST  OWNER                            PATIENT C'.
           05  FILLER                  PIC X(050)  VALUE
               'ONTROL NO    CHECK NO            AMOUNT  LAST ACT '.
           05  FILLER                  PIC X(032)  VALUE
               ' DUE DATE  RESULT               '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-ITEM-TYPE          PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-STATE              PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OWNER-NAME         PIC X(031).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CHECK-NO           PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-LAST-ACTIVITY      PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DUE-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(021).
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(073)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-SCAN-REFUND-CHECKS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3000-SCAN-CREDIT-BALANCES THRU 3000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE         THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- LOAD THE HOLDER RECORD AND THE STATE       *
      **   RULES.  WITH NO HOLDER RECORD THERE IS NO STATE TO SEND       *
      **   UNKNOWN-ADDRESS PROPERTY TO, SO THE RUN STOPS.                *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-RULE-FILE
           PERFORM 1100-LOAD-RULE THRU 1100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-RULE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-HOLDER-LOADED
            OR WS-HOLDER-STATE = SPACES
               DISPLAY 'PCD187 - PCDESCR HOLDER RECORD MISSING - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-RFND-MASTER
           OPEN INPUT  PCD-PATL-MASTER
           OPEN INPUT  PCD-PAYM-MASTER
           OPEN I-O    PCD-ESCH-MASTER
           OPEN OUTPUT PCD-LETTER-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1100-LOAD-RULE -- EACH STATE'S ITEMS GO ON THE FIRST REPORT   *
      **   DUE AT LEAST THE LETTER LEAD TIME FROM TODAY, SO THE LETTERS  *
      **   THIS RUN SENDS ARE NEVER LATE FOR THE REPORT THEY FEED.       *
      **----------------------------------------------------------------*
       1100-LOAD-RULE.
           READ PCD-RULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF PCD-ESCR-HOLDER
               MOVE PCD-ESCR-HOLDER-STATE TO WS-HOLDER-STATE
               SET WS-HOLDER-LOADED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF NOT PCD-ESCR-STATE-RULE
               GO TO 1100-EXIT
           END-IF
           IF PCD-ESCR-DORMANCY-YEARS  NOT NUMERIC
            OR PCD-ESCR-MIN-AMOUNT     NOT NUMERIC
            OR PCD-ESCR-DD-LEAD-DAYS   NOT NUMERIC
            OR PCD-ESCR-REPORT-DUE-MMDD NOT NUMERIC
               DISPLAY 'PCD187 - PCDESCR RULE FOR STATE '
                   PCD-ESCR-STATE ' IS NOT NUMERIC - RUN STOPPED'
               STOP RUN
           END-IF
           IF WS-RULE-COUNT = 60
               DISPLAY 'PCD187 - RULE TABLE FULL AT 60 STATES - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE PCD-ESCR-STATE          TO WS-RL-STATE (WS-RULE-COUNT)
           MOVE PCD-ESCR-DORMANCY-YEARS
               TO WS-RL-DORMANCY-YEARS (WS-RULE-COUNT)
           MOVE PCD-ESCR-MIN-AMOUNT
               TO WS-RL-MIN-AMOUNT (WS-RULE-COUNT)
           MOVE PCD-ESCR-DD-LEAD-DAYS
               TO WS-RL-DD-LEAD-DAYS (WS-RULE-COUNT)
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           COMPUTE WS-TO-DATE = (WS-RUN-CCYY * 10000)
                              + PCD-ESCR-REPORT-DUE-MMDD
           PERFORM 8000-DAY-SPAN THRU 8000-EXIT
           IF WS-DAY-SPAN < PCD-ESCR-DD-LEAD-DAYS
               ADD 10000 TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-RL-DUE-DATE (WS-RULE-COUNT).
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-REFUND-CHECKS -- A REFUND CHECK STILL ISSUED (NOT   *
      **   CLEARED BY PCD186) IS UNCASHED PROPERTY OF THE PAYER IT WAS   *
      **   SENT TO, DORMANT FROM THE DAY IT WAS ISSUED.                  *
      **----------------------------------------------------------------*
       2000-SCAN-REFUND-CHECKS.
           READ PCD-RFND-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT PCD-RFND-ISSUED
            OR NOT PCD-RFND-BY-CHECK
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CHECKS-SCANNED
           MOVE SPACES                TO PCD-ESCH-REC
           SET PCD-ESCH-REFUND-CHECK  TO TRUE
           MOVE PCD-RFND-KEY          TO PCD-ESCH-RFND-KEY
           MOVE PCD-RFND-PAYOR-ID     TO PCD-ESCH-OWNER-ID
           MOVE PCD-RFND-PAT-CNTL-NO  TO PCD-ESCH-PAT-CNTL-NO
           MOVE PCD-RFND-CHECK-NO     TO PCD-ESCH-CHECK-NO
           MOVE PCD-RFND-AMOUNT       TO PCD-ESCH-AMOUNT
           IF PCD-ESCH-AMOUNT < ZERO
               COMPUTE PCD-ESCH-AMOUNT = ZERO - PCD-ESCH-AMOUNT
           END-IF
           MOVE PCD-RFND-ISSUE-DATE   TO PCD-ESCH-LAST-ACTIVITY-DATE
           MOVE PCD-RFND-PAYOR-ID     TO PCD-PAYM-PAYOR-ID
           READ PCD-PAYM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PAYM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PAYM-FILE-STATUS
           END-READ
           IF WS-PAYM-FOUND
               MOVE PCD-PAYM-PAYOR-NAME   TO PCD-ESCH-OWNER-NAME
               MOVE PCD-PAYM-ADDR-LINE-1  TO PCD-ESCH-ADDR-LINE-1
               MOVE PCD-PAYM-ADDR-LINE-2  TO PCD-ESCH-ADDR-LINE-2
               MOVE PCD-PAYM-CITY         TO PCD-ESCH-CITY
               MOVE PCD-PAYM-STATE        TO PCD-ESCH-ADDR-STATE
               MOVE PCD-PAYM-ZIP-9        TO PCD-ESCH-ZIP-9
           ELSE
               STRING 'PAYER ' DELIMITED BY SIZE
                      PCD-RFND-PAYOR-ID DELIMITED BY SIZE
                   INTO PCD-ESCH-OWNER-NAME
           END-IF
           PERFORM 4000-EVALUATE-ITEM THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-SCAN-CREDIT-BALANCES -- A PATIENT LEDGER ROW LEFT IN     *
      **   CREDIT IS THE PATIENT'S PROPERTY, DORMANT FROM THE LAST       *
      **   STATEMENT, PAYMENT OR OPENING OF THE ROW, WHICHEVER IS        *
      **   LATEST.  THE MAILING CITY/STATE/ZIP LINE IS "CITY, ST ZIP"    *
      **   AS PCD125 BUILDS IT.                                          *
      **----------------------------------------------------------------*
       3000-SCAN-CREDIT-BALANCES.
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF NOT PCD-PATL-CREDIT-BALANCE
            OR PCD-PATL-BALANCE-AMT NOT < ZERO
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CREDITS-SCANNED
           MOVE SPACES                  TO PCD-ESCH-REC
           SET PCD-ESCH-CREDIT-BALANCE  TO TRUE
           MOVE PCD-PATL-KEY            TO PCD-ESCH-SOURCE-KEY
           MOVE PCD-PATL-PATIENT-NAME   TO PCD-ESCH-OWNER-NAME
           MOVE PCD-PATL-MAIL-ADDR-1    TO PCD-ESCH-ADDR-LINE-1
           MOVE PCD-PATL-MAIL-ADDR-2    TO PCD-ESCH-ADDR-LINE-2
           MOVE SPACES TO WS-CSZ-CITY
                          WS-CSZ-REST
           UNSTRING PCD-PATL-MAIL-CSZ DELIMITED BY ', '
               INTO WS-CSZ-CITY
                    WS-CSZ-REST
           END-UNSTRING
           MOVE WS-CSZ-CITY             TO PCD-ESCH-CITY
           MOVE WS-CSZ-REST (1:2)       TO PCD-ESCH-ADDR-STATE
           MOVE WS-CSZ-REST (4:5)       TO PCD-ESCH-ZIP-9
           MOVE PCD-PATL-PAT-CNTL-NO    TO PCD-ESCH-PAT-CNTL-NO
           MOVE ZERO                    TO PCD-ESCH-CHECK-NO
           COMPUTE PCD-ESCH-AMOUNT = ZERO - PCD-PATL-BALANCE-AMT
           MOVE ZERO TO PCD-ESCH-LAST-ACTIVITY-DATE
           IF PCD-PATL-OPEN-DATE IS NUMERIC
               MOVE PCD-PATL-OPEN-DATE TO PCD-ESCH-LAST-ACTIVITY-DATE
           END-IF
           IF PCD-PATL-LAST-STMT-DATE IS NUMERIC
              AND PCD-PATL-LAST-STMT-DATE > PCD-ESCH-LAST-ACTIVITY-DATE
               MOVE PCD-PATL-LAST-STMT-DATE
                   TO PCD-ESCH-LAST-ACTIVITY-DATE
           END-IF
           IF PCD-PATL-LAST-PAY-DATE IS NUMERIC
              AND PCD-PATL-LAST-PAY-DATE > PCD-ESCH-LAST-ACTIVITY-DATE
               MOVE PCD-PATL-LAST-PAY-DATE
                   TO PCD-ESCH-LAST-ACTIVITY-DATE
           END-IF
           PERFORM 4000-EVALUATE-ITEM THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-EVALUATE-ITEM -- THE PROPERTY BELONGS TO THE OWNER'S     *
      **   STATE (THE HOLDER'S STATE WHEN THE ADDRESS IS UNKNOWN).  IT   *
      **   IS SELECTED WHEN IT WILL HAVE BEEN DORMANT FOR THE STATE'S    *
      **   FULL PERIOD BY THE REPORT DUE DATE.  AN ITEM ALREADY IN       *
      **   PROCESS OR ESCHEATED IS LEFT ALONE; ONE CLAIMED BEFORE AND    *
      **   DORMANT AGAIN IS SELECTED AGAIN.  A LETTER GOES TO EVERY      *
      **   OWNER WITH AN ADDRESS WHOSE ITEM IS AT THE STATE MINIMUM.     *
      **----------------------------------------------------------------*
       4000-EVALUATE-ITEM.
           IF PCD-ESCH-ADDR-STATE = SPACES
               MOVE WS-HOLDER-STATE     TO PCD-ESCH-OWNER-STATE
           ELSE
               MOVE PCD-ESCH-ADDR-STATE TO PCD-ESCH-OWNER-STATE
           END-IF
           MOVE ZERO TO WS-RULE-SLOT
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                      OR WS-RULE-SLOT > ZERO
               IF WS-RL-STATE (WS-RULE-SUB) = PCD-ESCH-OWNER-STATE
                   MOVE WS-RULE-SUB TO WS-RULE-SLOT
               END-IF
           END-PERFORM
           IF WS-RULE-SLOT = ZERO
               ADD 1 TO WS-NO-RULE
               MOVE ZERO TO PCD-ESCH-DUE-DATE
               MOVE 'NO RULE FOR STATE' TO WS-RESULT
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-DORMANT-DATE = PCD-ESCH-LAST-ACTIVITY-DATE
               + (WS-RL-DORMANCY-YEARS (WS-RULE-SLOT) * 10000)
           IF WS-DORMANT-DATE > WS-RL-DUE-DATE (WS-RULE-SLOT)
               ADD 1 TO WS-NOT-DORMANT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-RL-DUE-DATE (WS-RULE-SLOT) TO PCD-ESCH-DUE-DATE
           MOVE PCD-ESCH-REC TO WS-NEW-ESCH-REC
           READ PCD-ESCH-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ESCH-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ESCH-FILE-STATUS
           END-READ
           IF WS-ESCH-FOUND
              AND NOT PCD-ESCH-CLAIMED
               ADD 1 TO WS-ALREADY-SELECTED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-NEW-ESCH-REC TO PCD-ESCH-REC
           MOVE WS-RUN-DATE     TO PCD-ESCH-STATUS-DATE
           IF PCD-ESCH-AMOUNT NOT < WS-RL-MIN-AMOUNT (WS-RULE-SLOT)
              AND PCD-ESCH-ADDR-LINE-1 NOT = SPACES
               SET PCD-ESCH-LETTER-SENT TO TRUE
               MOVE WS-RUN-DATE         TO PCD-ESCH-LETTER-DATE
               PERFORM 4100-WRITE-LETTER THRU 4100-EXIT
               ADD 1 TO WS-LETTERS-SENT
               ADD PCD-ESCH-AMOUNT TO WS-LETTER-DOLLARS
               MOVE 'LETTER SENT' TO WS-RESULT
           ELSE
               SET PCD-ESCH-NO-LETTER   TO TRUE
               MOVE ZERO                TO PCD-ESCH-LETTER-DATE
               ADD 1 TO WS-NO-LETTER
               ADD PCD-ESCH-AMOUNT TO WS-NO-LETTER-DOLLARS
               IF PCD-ESCH-ADDR-LINE-1 = SPACES
                   MOVE 'NO ADDRESS-NO LETTER' TO WS-RESULT
               ELSE
                   MOVE 'UNDER MIN-NO LETTER'  TO WS-RESULT
               END-IF
           END-IF
           IF WS-ESCH-FOUND
               REWRITE PCD-ESCH-REC
                   INVALID KEY
                       DISPLAY 'PCD187 - REWRITE FAILED FOR ITEM '
                           PCD-ESCH-KEY ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE PCD-ESCH-REC
                   INVALID KEY
                       DISPLAY 'PCD187 - WRITE FAILED FOR ITEM '
                           PCD-ESCH-KEY ' - RUN STOPPED'
                       STOP RUN
               END-WRITE
           END-IF
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4100-WRITE-LETTER -- ONE PAGE PER OWNER TO THE LAST KNOWN     *
      **   ADDRESS: WHAT WE HOLD, SINCE WHEN, AND THE DATE AFTER WHICH   *
      **   THE LAW MAKES US TURN IT OVER TO THE STATE.                   *
      **----------------------------------------------------------------*
       4100-WRITE-LETTER.
           MOVE SPACES TO WS-LT-TEXT
           MOVE 'PATIENT ACCOUNTS OFFICE' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
               AFTER ADVANCING PAGE
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE WS-RUN-DATE TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-EDIT-DATE TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE PCD-ESCH-OWNER-NAME    TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE PCD-ESCH-ADDR-LINE-1   TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           IF PCD-ESCH-ADDR-LINE-2 NOT = SPACES
               MOVE PCD-ESCH-ADDR-LINE-2 TO WS-LT-TEXT
               WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE PCD-ESCH-CITY          TO WS-LC-CITY
           MOVE PCD-ESCH-ADDR-STATE    TO WS-LC-STATE
           MOVE PCD-ESCH-ZIP-9 (1:5)   TO WS-LC-ZIP-5
           MOVE SPACES                 TO WS-LC-ZIP-DASH
                                          WS-LC-ZIP-4
           IF PCD-ESCH-ZIP-9 (6:4) NOT = SPACES
               MOVE '-'                   TO WS-LC-ZIP-DASH
               MOVE PCD-ESCH-ZIP-9 (6:4)  TO WS-LC-ZIP-4
           END-IF
           MOVE WS-LETTER-CSZ          TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'RE:  UNCLAIMED FUNDS HELD IN YOUR NAME' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'PATIENT CONTROL NUMBER'   TO WS-LI-LABEL
           MOVE PCD-ESCH-PAT-CNTL-NO       TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           IF PCD-ESCH-REFUND-CHECK
               MOVE 'UNCASHED REFUND CHECK'  TO WS-LI-LABEL
               MOVE PCD-ESCH-CHECK-NO        TO WS-LI-VALUE
           ELSE
               MOVE 'TYPE OF FUNDS'          TO WS-LI-LABEL
               MOVE 'CREDIT BALANCE ON YOUR ACCOUNT' TO WS-LI-VALUE
           END-IF
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'AMOUNT'                   TO WS-LI-LABEL
           MOVE PCD-ESCH-AMOUNT            TO WS-LETTER-AMOUNT
           MOVE WS-LETTER-AMOUNT           TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'LAST ACTIVITY'            TO WS-LI-LABEL
           MOVE PCD-ESCH-LAST-ACTIVITY-DATE TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-EDIT-DATE               TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'RESPOND BEFORE'           TO WS-LI-LABEL
           MOVE PCD-ESCH-DUE-DATE          TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT
           MOVE WS-EDIT-DATE               TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'OUR RECORDS SHOW THAT WE HOLD THE FUNDS ABOVE FOR YOU,'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'UNCLAIMED SINCE THE LAST ACTIVITY DATE SHOWN.  UNLESS'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'YOU CONTACT US BEFORE THE DATE SHOWN, STATE LAW'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LT-TEXT
           STRING 'REQUIRES US TO REPORT THEM TO THE STATE OF '
                      DELIMITED BY SIZE
                  PCD-ESCH-OWNER-STATE DELIMITED BY SIZE
                  ' AS' DELIMITED BY SIZE
               INTO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'UNCLAIMED PROPERTY.' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'TO CLAIM THE FUNDS, SIGN AND RETURN THIS LETTER OR'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'CALL OUR PATIENT ACCOUNTS OFFICE.' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT.
       4100-EXIT.
           EXIT.
       4900-WRITE-DETAIL.
           MOVE PCD-ESCH-ITEM-TYPE          TO WS-D-ITEM-TYPE
           MOVE PCD-ESCH-OWNER-STATE        TO WS-D-STATE
           MOVE PCD-ESCH-OWNER-NAME         TO WS-D-OWNER-NAME
           MOVE PCD-ESCH-PAT-CNTL-NO        TO WS-D-PAT-CNTL-NO
           IF PCD-ESCH-REFUND-CHECK
               MOVE PCD-ESCH-CHECK-NO       TO WS-D-CHECK-NO
           ELSE
               MOVE SPACES                  TO WS-D-CHECK-NO
           END-IF
           MOVE PCD-ESCH-AMOUNT             TO WS-D-AMOUNT
           MOVE PCD-ESCH-LAST-ACTIVITY-DATE TO WS-D-LAST-ACTIVITY
           MOVE PCD-ESCH-DUE-DATE           TO WS-D-DUE-DATE
           MOVE WS-RESULT                   TO WS-D-RESULT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-DAY-SPAN -- DAYS FROM WS-FROM-DATE TO WS-TO-DATE ON THE  *
      **   30/360 CONVENTION (SAME AS PCD030).                           *
      **----------------------------------------------------------------*
       8000-DAY-SPAN.
           COMPUTE WS-DAY-SPAN =
               ((WS-TO-CCYY - WS-FROM-CCYY) * 360)
             + ((WS-TO-MM   - WS-FROM-MM)   * 30)
             +  (WS-TO-DD   - WS-FROM-DD).
       8000-EXIT.
           EXIT.
       8100-EDIT-DATE.
           MOVE WS-EI-MM   TO WS-ED-MM
           MOVE WS-EI-DD   TO WS-ED-DD
           MOVE WS-EI-CCYY TO WS-ED-CCYY.
       8100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  REFUND CHECKS OUTSTANDING . . .' TO WS-T-LABEL
           MOVE WS-CHECKS-SCANNED                  TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  PATIENT CREDIT BALANCES . . . .' TO WS-T-LABEL
           MOVE WS-CREDITS-SCANNED                 TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  NOT YET DORMANT . . . . . . . .' TO WS-T-LABEL
           MOVE WS-NOT-DORMANT                     TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  ALREADY IN PROCESS  . . . . . .' TO WS-T-LABEL
           MOVE WS-ALREADY-SELECTED                TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  NO DORMANCY RULE FOR STATE  . .' TO WS-T-LABEL
           MOVE WS-NO-RULE                         TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  DUE-DILIGENCE LETTERS SENT  . .' TO WS-T-LABEL
           MOVE WS-LETTERS-SENT                    TO WS-T-COUNT
           MOVE WS-LETTER-DOLLARS                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  SELECTED WITHOUT A LETTER . . .' TO WS-T-LABEL
           MOVE WS-NO-LETTER                       TO WS-T-COUNT
           MOVE WS-NO-LETTER-DOLLARS               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-RFND-MASTER
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-PAYM-MASTER
           CLOSE PCD-ESCH-MASTER
           CLOSE PCD-LETTER-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD187 - DORMANCY RULES LOADED:   ' WS-RULE-COUNT
           DISPLAY 'PCD187 - LETTERS SENT:            ' WS-LETTERS-SENT
           DISPLAY 'PCD187 - SELECTED WITHOUT LETTER: ' WS-NO-LETTER
           DISPLAY 'PCD187 - NO RULE FOR STATE:       ' WS-NO-RULE.
       9000-EXIT.
           EXIT.
