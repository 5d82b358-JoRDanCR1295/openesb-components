      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD188           SYSTEM: PCDS                     *
      **    UNCLAIMED-PROPERTY HOLDER REPORT AND ESCHEAT POSTING       *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  REPORTS THE        *
      **                          PCDESCH ITEMS SELECTED BY PCD187     *
      **                          WHOSE STATE REPORT IS DUE WITHIN 30  *
      **                          DAYS.  EACH IS CHECKED AGAINST ITS   *
      **                          SOURCE FIRST: A REFUND CHECK SINCE   *
      **                          CLEARED OR A CREDIT BALANCE SINCE    *
      **                          USED UP WAS CLAIMED BY ITS OWNER AND *
      **                          IS CLOSED INSTEAD.  THE REST ARE     *
      **                          SORTED BY OWNER STATE AND WRITTEN TO *
      **                          PCDNAUPA IN NAUPA STANDARD FORMAT    *
      **                          (HOLDER, PROPERTY AND SUMMARY        *
      **                          RECORDS PER STATE).  EACH ESCHEATED  *
      **                          ITEM CLOSES ITS PCDRFND CASE OR      *
      **                          PCDPATL ROW AS ESCHEATED AND POSTS A *
      **                          NEGATIVE ES ENTRY TO PCDARPST; A     *
      **                          REFUND CHECK IS ALSO VOIDED -- A     *
      **                          POSITIVE RF BACKS OUT THE PCD185     *
      **                          REVERSAL AND A VOID GOES TO THE BANK *
      **                          ON PCDESVD.  CLAIMED AND ESCHEATED   *
      **                          ITEMS ARE LISTED ON PCDESHR WITH     *
      **                          STATE TOTALS.                        *
      ** RTC    10/15/26          EACH AR SUBLEDGER POSTING IS         *
      **                          STAMPED WITH THE CLIENT ID PCDCLNT   *
      **                          HAS RECORDED FOR THE CLAIM'S         *
      **                          PATIENT CONTROL NUMBER.              *
      ** RTC    10/15/26          AN ESCHEATED PATIENT CREDIT NO      *
      **                          LONGER POSTS AN ES ENTRY.  IT WAS   *
      **                          NEVER PAID OUT OR REVERSED, SO A    *
      **                          NEGATIVE ES OVERSTATED THE CASH     *
      **                          PCD121 AND PCD127 REPORT.  ONLY A   *
      **                          VOIDED REFUND CHECK POSTS ES.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD188.
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
           SELECT PCD-CONTROL-FILE   ASSIGN TO PCDRFCK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ESCH-MASTER    ASSIGN TO PCDESCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-ESCH-KEY
               FILE STATUS IS WS-ESCH-FILE-STATUS.
           SELECT PCD-RFND-MASTER    ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RFND-KEY
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT PCD-PATL-MASTER    ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT SORT-WORK-FILE     ASSIGN TO SORTWK01.
           SELECT PCD-NAUPA-FILE     ASSIGN TO PCDNAUPA
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-VOID-FILE      ASSIGN TO PCDESVD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-POST-FILE      ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDESHR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-RULE-FILE
           RECORDING MODE IS F.
       COPY PCDESCR.
       FD  PCD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PCDRFCK.
       FD  PCD-ESCH-MASTER.
       COPY PCDESCH.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-OWNER-STATE          PIC X(002).
           05  SD-ESCH-KEY             PIC X(033).
       FD  PCD-NAUPA-FILE
           RECORDING MODE IS F.
       COPY PCDNAUP.
       FD  PCD-VOID-FILE
           RECORDING MODE IS F.
       01  FD-VOID-REC                PIC X(080).
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   BANK POSITIVE-PAY FILE, SAME LAYOUT AS THE PCD185 ISSUE FILE, *
      **   HERE CARRYING VOIDS SO THE BANK RETURNS AN ESCHEATED CHECK    *
      **   IF IT IS EVER PRESENTED.                                      *
      **----------------------------------------------------------------*
       01  WS-POSPAY-REC.
           05  WS-PP-REC-TYPE          PIC X(001).
               88  WS-PP-DETAIL                    VALUE 'D'.
               88  WS-PP-TRAILER                   VALUE 'T'.
           05  WS-PP-ACCOUNT           PIC X(017).
           05  WS-PP-CHECK-NO          PIC 9(010).
           05  WS-PP-ISSUE-DATE        PIC 9(008).
           05  WS-PP-AMOUNT            PIC 9(008)V99.
           05  WS-PP-ISSUE-VOID        PIC X(001).
               88  WS-PP-VOID                      VALUE 'V'.
           05  WS-PP-PAYEE-NAME        PIC X(030).
           05  FILLER                  PIC X(003).
       01  WS-POSPAY-TRAILER REDEFINES WS-POSPAY-REC.
           05  FILLER                  PIC X(018).
           05  WS-PT-CHECK-COUNT       PIC 9(010).
           05  FILLER                  PIC X(008).
           05  WS-PT-TOTAL-AMOUNT      PIC 9(008)V99.
           05  FILLER                  PIC X(034).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH      PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                     VALUE 'Y'.
       77  WS-HOLDER-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-HOLDER-LOADED                    VALUE 'Y'.
       77  WS-UNCLAIMED-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-STILL-UNCLAIMED                  VALUE 'Y'.
       77  WS-ESCH-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ESCH-FOUND                       VALUE '00'.
       77  WS-RFND-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RFND-FOUND                       VALUE '00'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PATL-FOUND                       VALUE '00'.
      **   ITEMS ARE REPORTED ONCE THEIR STATE'S DUE DATE IS WITHIN      *
      **   THIS MANY DAYS (OR PAST).                                     *
       77  WS-FILING-WINDOW-DAYS       PIC 9(003)  VALUE 30.
       77  WS-DAY-SPAN                 PIC S9(007) COMP  VALUE ZERO.
       77  WS-SAVE-STATE               PIC X(002)  VALUE SPACES.
       77  WS-RESULT                   PIC X(021)  VALUE SPACES.
       77  WS-ITEMS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-YET-DUE              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-CLAIMED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SOURCE-MISSING           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ITEMS-ESCHEATED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-STATES-REPORTED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHECKS-VOIDED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-STATE-COUNT              PIC 9(006)  COMP  VALUE ZERO.
       77  WS-STATE-RECORDS            PIC 9(006)  COMP  VALUE ZERO.
       77  WS-CLAIMED-AMOUNT           PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-ESCHEATED-AMOUNT         PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-VOIDED-AMOUNT            PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-STATE-AMOUNT             PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-HOLDER-AREA.
           05  WS-HOLDER-STATE         PIC X(002).
           05  WS-HOLDER-TAX-ID        PIC X(009).
           05  WS-HOLDER-NAME          PIC X(040).
           05  WS-HOLDER-CONTACT       PIC X(028).
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
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD188 - UNCLAIMED PROPERTY HOLDER REPORT REGISTER'.
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
       COPY PCDCLNA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-OWNER-STATE
               ON ASCENDING KEY SD-ESCH-KEY
               INPUT PROCEDURE  3000-SELECT-DUE-ITEMS THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-REPORT-BY-STATE  THRU 4000-EXIT
           PERFORM 9000-TERMINATE         THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDESCR HOLDER RECORD NAMES US ON      *
      **   EVERY STATE REPORT; PCDRFCK GIVES THE ACCOUNT THE VOIDED      *
      **   CHECKS WERE DRAWN ON.  NEITHER MAY BE MISSING.                *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-RULE-FILE
           PERFORM 1100-FIND-HOLDER THRU 1100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-RULE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-HOLDER-LOADED
               DISPLAY 'PCD188 - PCDESCR HOLDER RECORD MISSING - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CONTROL-FILE
           READ PCD-CONTROL-FILE
               AT END
                   DISPLAY 'PCD188 - PCDRFCK CONTROL RECORD MISSING - '
                       'RUN STOPPED'
                   STOP RUN
           END-READ
           CLOSE PCD-CONTROL-FILE
           OPEN I-O    PCD-ESCH-MASTER
           OPEN I-O    PCD-RFND-MASTER
           OPEN I-O    PCD-PATL-MASTER
           OPEN OUTPUT PCD-NAUPA-FILE
           OPEN OUTPUT PCD-VOID-FILE
           OPEN EXTEND PCD-POST-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2.
       1000-EXIT.
           EXIT.
       1100-FIND-HOLDER.
           READ PCD-RULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF PCD-ESCR-HOLDER
               MOVE PCD-ESCR-HOLDER-STATE   TO WS-HOLDER-STATE
               MOVE PCD-ESCR-HOLDER-TAX-ID  TO WS-HOLDER-TAX-ID
               MOVE PCD-ESCR-HOLDER-NAME    TO WS-HOLDER-NAME
               MOVE PCD-ESCR-HOLDER-CONTACT TO WS-HOLDER-CONTACT
               SET WS-HOLDER-LOADED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-SELECT-DUE-ITEMS -- EVERY PENDING PCDESCH ITEM WHOSE     *
      **   REPORT IS DUE WITHIN THE FILING WINDOW IS CHECKED AGAINST ITS *
      **   SOURCE ONE LAST TIME.  A CHECK SINCE CASHED OR A CREDIT SINCE *
      **   USED UP WAS CLAIMED BY ITS OWNER AND IS CLOSED; A CREDIT      *
      **   THAT HAS ONLY CHANGED IS REPORTED AT ITS CURRENT AMOUNT.      *
      **   THE REST GO TO THE SORT IN STATE ORDER.                       *
      **----------------------------------------------------------------*
       3000-SELECT-DUE-ITEMS.
           PERFORM 3100-SELECT-ITEM THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.
       3100-SELECT-ITEM.
           READ PCD-ESCH-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT PCD-ESCH-PENDING
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-READ
           MOVE WS-RUN-DATE       TO WS-FROM-DATE
           MOVE PCD-ESCH-DUE-DATE TO WS-TO-DATE
           PERFORM 8000-DAY-SPAN THRU 8000-EXIT
           IF WS-DAY-SPAN > WS-FILING-WINDOW-DAYS
               ADD 1 TO WS-NOT-YET-DUE
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO WS-UNCLAIMED-SWITCH
           IF PCD-ESCH-REFUND-CHECK
               PERFORM 3200-CHECK-REFUND THRU 3200-EXIT
           ELSE
               PERFORM 3300-CHECK-CREDIT THRU 3300-EXIT
           END-IF
           IF WS-RESULT NOT = SPACES
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
           END-IF
           IF NOT WS-STILL-UNCLAIMED
               GO TO 3100-EXIT
           END-IF
           MOVE PCD-ESCH-OWNER-STATE TO SD-OWNER-STATE
           MOVE PCD-ESCH-KEY         TO SD-ESCH-KEY
           RELEASE SD-SORT-REC.
       3100-EXIT.
           EXIT.
       3200-CHECK-REFUND.
           MOVE SPACES TO WS-RESULT
           MOVE PCD-ESCH-RFND-KEY TO PCD-RFND-KEY
           READ PCD-RFND-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RFND-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RFND-FILE-STATUS
           END-READ
           IF NOT WS-RFND-FOUND
               ADD 1 TO WS-SOURCE-MISSING
               MOVE 'REFUND CASE NOT FOUND' TO WS-RESULT
               GO TO 3200-EXIT
           END-IF
           IF PCD-RFND-ISSUED
              AND PCD-RFND-CHECK-NO = PCD-ESCH-CHECK-NO
               SET WS-STILL-UNCLAIMED TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE 'CLAIMED-CHECK CLEARED' TO WS-RESULT
           PERFORM 3900-CLOSE-CLAIMED THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
       3300-CHECK-CREDIT.
           MOVE SPACES TO WS-RESULT
           MOVE PCD-ESCH-SOURCE-KEY TO PCD-PATL-KEY
           READ PCD-PATL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PATL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PATL-FILE-STATUS
           END-READ
           IF NOT WS-PATL-FOUND
               ADD 1 TO WS-SOURCE-MISSING
               MOVE 'LEDGER ROW NOT FOUND' TO WS-RESULT
               GO TO 3300-EXIT
           END-IF
           IF PCD-PATL-CREDIT-BALANCE
              AND PCD-PATL-BALANCE-AMT < ZERO
               SET WS-STILL-UNCLAIMED TO TRUE
               COMPUTE PCD-ESCH-AMOUNT = ZERO - PCD-PATL-BALANCE-AMT
               REWRITE PCD-ESCH-REC
                   INVALID KEY
                       DISPLAY 'PCD188 - REWRITE FAILED FOR ITEM '
                           PCD-ESCH-KEY ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
               GO TO 3300-EXIT
           END-IF
           MOVE 'CLAIMED-CREDIT USED' TO WS-RESULT
           PERFORM 3900-CLOSE-CLAIMED THRU 3900-EXIT.
       3300-EXIT.
           EXIT.
       3900-CLOSE-CLAIMED.
           SET PCD-ESCH-CLAIMED TO TRUE
           MOVE WS-RUN-DATE     TO PCD-ESCH-STATUS-DATE
           REWRITE PCD-ESCH-REC
               INVALID KEY
                   DISPLAY 'PCD188 - REWRITE FAILED FOR ITEM '
                       PCD-ESCH-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-ITEMS-CLAIMED
           ADD PCD-ESCH-AMOUNT TO WS-CLAIMED-AMOUNT.
       3900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-REPORT-BY-STATE -- ONE NAUPA REPORT PER OWNER STATE:     *
      **   HOLDER RECORD, A PROPERTY RECORD PER ITEM, SUMMARY RECORD.    *
      **----------------------------------------------------------------*
       4000-REPORT-BY-STATE.
           PERFORM 4100-RETURN-ITEM THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-RECORD
               PERFORM 4500-END-STATE THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
            OR SD-OWNER-STATE NOT = WS-SAVE-STATE
               IF NOT WS-FIRST-RECORD
                   PERFORM 4500-END-STATE THRU 4500-EXIT
               END-IF
               PERFORM 4200-START-STATE THRU 4200-EXIT
           END-IF
           MOVE SD-ESCH-KEY TO PCD-ESCH-KEY
           READ PCD-ESCH-MASTER
               INVALID KEY
                   DISPLAY 'PCD188 - ITEM ' SD-ESCH-KEY
                       ' VANISHED AFTER SELECTION - RUN STOPPED'
                   STOP RUN
           END-READ
           PERFORM 4300-WRITE-PROPERTY THRU 4300-EXIT
           PERFORM 4400-ESCHEAT-ITEM   THRU 4400-EXIT
           MOVE 'ESCHEATED' TO WS-RESULT
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
       4200-START-STATE.
           MOVE 'N'            TO WS-FIRST-RECORD-SWITCH
           MOVE SD-OWNER-STATE TO WS-SAVE-STATE
           ADD 1 TO WS-STATES-REPORTED
           MOVE ZERO TO WS-STATE-COUNT
                        WS-STATE-AMOUNT
           MOVE 1    TO WS-STATE-RECORDS
           MOVE SPACES                TO PCD-NAUP-REC
           SET PCD-NAUP-HOLDER        TO TRUE
           MOVE WS-HOLDER-TAX-ID      TO PCD-NAUP-H-TAX-ID
           MOVE '0000'                TO PCD-NAUP-H-TAX-ID-EXT
           MOVE WS-HOLDER-NAME        TO PCD-NAUP-H-NAME
           MOVE WS-HOLDER-STATE       TO PCD-NAUP-H-STATE-INC
           MOVE WS-SAVE-STATE         TO PCD-NAUP-H-REPORT-STATE
           MOVE WS-RUN-CCYY           TO PCD-NAUP-H-REPORT-YEAR
           MOVE WS-RUN-DATE           TO PCD-NAUP-H-REPORT-DATE
           MOVE WS-HOLDER-CONTACT     TO PCD-NAUP-H-CONTACT
           WRITE PCD-NAUP-REC.
       4200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4300-WRITE-PROPERTY -- CK12 IS A REFUND (CREDIT) CHECK, MS09  *
      **   A CREDIT BALANCE ON ACCOUNTS RECEIVABLE.  THE PATIENT         *
      **   CONTROL NUMBER IS OUR REFERENCE FOR THE STATE.  NOTHING IS    *
      **   DEDUCTED; THE FULL AMOUNT IS REMITTED.                        *
      **----------------------------------------------------------------*
       4300-WRITE-PROPERTY.
           ADD 1 TO WS-STATE-COUNT
                    WS-STATE-RECORDS
           ADD PCD-ESCH-AMOUNT TO WS-STATE-AMOUNT
           MOVE SPACES                      TO PCD-NAUP-REC
           SET PCD-NAUP-PROPERTY            TO TRUE
           MOVE WS-STATE-COUNT              TO PCD-NAUP-P-SEQUENCE-NO
           MOVE PCD-ESCH-OWNER-NAME         TO PCD-NAUP-P-OWNER-NAME
           MOVE PCD-ESCH-ADDR-LINE-1        TO PCD-NAUP-P-ADDR-1
           MOVE PCD-ESCH-ADDR-LINE-2        TO PCD-NAUP-P-ADDR-2
           MOVE PCD-ESCH-CITY               TO PCD-NAUP-P-CITY
           MOVE PCD-ESCH-ADDR-STATE         TO PCD-NAUP-P-STATE
           MOVE PCD-ESCH-ZIP-9              TO PCD-NAUP-P-ZIP
           IF PCD-ESCH-ADDR-LINE-1 NOT = SPACES
               MOVE 'USA'                   TO PCD-NAUP-P-COUNTRY
           END-IF
           MOVE ZERO                        TO PCD-NAUP-P-OWNER-DOB
           MOVE 'SO'                        TO PCD-NAUP-P-RELATIONSHIP
           MOVE PCD-ESCH-LAST-ACTIVITY-DATE
               TO PCD-NAUP-P-LAST-TRANS-DATE
           MOVE PCD-ESCH-AMOUNT       TO PCD-NAUP-P-AMOUNT-REPORTED
                                         PCD-NAUP-P-AMOUNT-REMITTED
           MOVE ZERO                        TO PCD-NAUP-P-DEDUCTION
           MOVE PCD-ESCH-PAT-CNTL-NO        TO PCD-NAUP-P-HOLDER-REF
           IF PCD-ESCH-REFUND-CHECK
               SET PCD-NAUP-P-BUSINESS      TO TRUE
               MOVE 'CK12'                  TO PCD-NAUP-P-PROPERTY-TYPE
               MOVE PCD-ESCH-CHECK-NO       TO PCD-NAUP-P-CHECK-NO
               MOVE 'UNCASHED OVERPAYMENT REFUND CHECK'
                   TO PCD-NAUP-P-DESCRIPTION
           ELSE
               SET PCD-NAUP-P-PERSON        TO TRUE
               MOVE 'MS09'                  TO PCD-NAUP-P-PROPERTY-TYPE
               MOVE 'PATIENT ACCOUNT CREDIT BALANCE'
                   TO PCD-NAUP-P-DESCRIPTION
           END-IF
           WRITE PCD-NAUP-REC.
       4300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4400-ESCHEAT-ITEM -- CLOSE THE SOURCE AND POST IT.  A CHECK   *
      **   IS VOIDED FIRST: THE BANK GETS A POSITIVE-PAY VOID AND THE    *
      **   PCD185 RF REVERSAL IS BACKED OUT WITH A POSITIVE RF AND THE   *
      **   CHECK LEAVES AR AS A NEGATIVE ES ENTRY.  A PATIENT CREDIT     *
      **   WAS NEVER DISBURSED, SO NOTHING WAS REVERSED FOR IT AND IT    *
      **   POSTS NOTHING -- ITS PCDPATL ROW IS SIMPLY CLOSED.            *
      **----------------------------------------------------------------*
       4400-ESCHEAT-ITEM.
           IF PCD-ESCH-REFUND-CHECK
               MOVE PCD-ESCH-RFND-KEY TO PCD-RFND-KEY
               READ PCD-RFND-MASTER
                   INVALID KEY
                       DISPLAY 'PCD188 - REFUND CASE ' PCD-RFND-KEY
                           ' VANISHED AFTER SELECTION - RUN STOPPED'
                       STOP RUN
               END-READ
               SET PCD-RFND-ESCHEATED TO TRUE
               MOVE WS-RUN-DATE       TO PCD-RFND-CLEAR-DATE
               REWRITE PCD-RFND-REC
                   INVALID KEY
                       DISPLAY 'PCD188 - REWRITE FAILED FOR CASE '
                           PCD-RFND-KEY ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
               MOVE SPACES                TO WS-POSPAY-REC
               SET WS-PP-DETAIL           TO TRUE
               MOVE PCD-RFCK-BANK-ACCOUNT TO WS-PP-ACCOUNT
               MOVE PCD-RFND-CHECK-NO     TO WS-PP-CHECK-NO
               MOVE PCD-RFND-ISSUE-DATE   TO WS-PP-ISSUE-DATE
               MOVE PCD-ESCH-AMOUNT       TO WS-PP-AMOUNT
               SET WS-PP-VOID             TO TRUE
               MOVE PCD-ESCH-OWNER-NAME   TO WS-PP-PAYEE-NAME
               WRITE FD-VOID-REC FROM WS-POSPAY-REC
               ADD 1 TO WS-CHECKS-VOIDED
               ADD PCD-ESCH-AMOUNT TO WS-VOIDED-AMOUNT
               MOVE SPACES                TO PCD-AR-POST-REC
               MOVE PCD-ESCH-PAT-CNTL-NO  TO PCD-AR-POST-PAT-CNTL-NO
               SET PCD-AR-POST-REFUND     TO TRUE
               MOVE PCD-ESCH-AMOUNT       TO PCD-AR-POST-AMOUNT
               PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
               WRITE PCD-AR-POST-REC
               MOVE SPACES                TO PCD-AR-POST-REC
               MOVE PCD-ESCH-PAT-CNTL-NO  TO PCD-AR-POST-PAT-CNTL-NO
               SET PCD-AR-POST-ESCHEAT    TO TRUE
               COMPUTE PCD-AR-POST-AMOUNT = ZERO - PCD-ESCH-AMOUNT
               PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
               WRITE PCD-AR-POST-REC
           ELSE
               MOVE PCD-ESCH-SOURCE-KEY TO PCD-PATL-KEY
               READ PCD-PATL-MASTER
                   INVALID KEY
                       DISPLAY 'PCD188 - LEDGER ROW ' PCD-PATL-KEY
                           ' VANISHED AFTER SELECTION - RUN STOPPED'
                       STOP RUN
               END-READ
               SET PCD-PATL-ESCHEATED TO TRUE
               MOVE ZERO              TO PCD-PATL-BALANCE-AMT
               REWRITE PCD-PATL-REC
                   INVALID KEY
                       DISPLAY 'PCD188 - REWRITE FAILED FOR LEDGER '
                           PCD-PATL-KEY ' - RUN STOPPED'
                       STOP RUN
               END-REWRITE
           END-IF
           SET PCD-ESCH-ESCHEATED TO TRUE
           MOVE WS-RUN-DATE       TO PCD-ESCH-STATUS-DATE
           REWRITE PCD-ESCH-REC
               INVALID KEY
                   DISPLAY 'PCD188 - REWRITE FAILED FOR ITEM '
                       PCD-ESCH-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-ITEMS-ESCHEATED
           ADD PCD-ESCH-AMOUNT TO WS-ESCHEATED-AMOUNT.
       4400-EXIT.
           EXIT.
       4500-END-STATE.
           ADD 1 TO WS-STATE-RECORDS
           MOVE SPACES                TO PCD-NAUP-REC
           SET PCD-NAUP-SUMMARY       TO TRUE
           MOVE WS-STATE-RECORDS      TO PCD-NAUP-S-RECORD-COUNT
           MOVE WS-STATE-COUNT        TO PCD-NAUP-S-PROPERTY-COUNT
           MOVE WS-STATE-AMOUNT       TO PCD-NAUP-S-TOTAL-REPORTED
                                         PCD-NAUP-S-TOTAL-REMITTED
           WRITE PCD-NAUP-REC
           MOVE SPACES TO WS-T-LABEL
           STRING '  STATE ' DELIMITED BY SIZE
                  WS-SAVE-STATE DELIMITED BY SIZE
                  ' REMITTED . . . . . . .' DELIMITED BY SIZE
               INTO WS-T-LABEL
           MOVE WS-STATE-COUNT        TO WS-T-COUNT
           MOVE WS-STATE-AMOUNT       TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       4500-EXIT.
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
      **----------------------------------------------------------------*
      **   8800-STAMP-AR-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE    *
      **   CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.      *
      **----------------------------------------------------------------*
       8800-STAMP-AR-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD188'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD188 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-CHECKS-VOIDED > ZERO
               MOVE SPACES                TO WS-POSPAY-REC
               SET WS-PP-TRAILER          TO TRUE
               MOVE PCD-RFCK-BANK-ACCOUNT TO WS-PP-ACCOUNT
               MOVE WS-CHECKS-VOIDED      TO WS-PT-CHECK-COUNT
               MOVE WS-VOIDED-AMOUNT      TO WS-PT-TOTAL-AMOUNT
               WRITE FD-VOID-REC FROM WS-POSPAY-REC
           END-IF
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  PENDING ITEMS NOT YET DUE . . .' TO WS-T-LABEL
           MOVE WS-NOT-YET-DUE                     TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  SOURCE NOT ON FILE  . . . . . .' TO WS-T-LABEL
           MOVE WS-SOURCE-MISSING                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  CLAIMED BY OWNER  . . . . . . .' TO WS-T-LABEL
           MOVE WS-ITEMS-CLAIMED                   TO WS-T-COUNT
           MOVE WS-CLAIMED-AMOUNT                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  REFUND CHECKS VOIDED  . . . . .' TO WS-T-LABEL
           MOVE WS-CHECKS-VOIDED                   TO WS-T-COUNT
           MOVE WS-VOIDED-AMOUNT                   TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  ESCHEATED - ALL STATES  . . . .' TO WS-T-LABEL
           MOVE WS-ITEMS-ESCHEATED                 TO WS-T-COUNT
           MOVE WS-ESCHEATED-AMOUNT                TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-ESCH-MASTER
           CLOSE PCD-RFND-MASTER
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-NAUPA-FILE
           CLOSE PCD-VOID-FILE
           CLOSE PCD-POST-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD188 - PENDING ITEMS READ:      ' WS-ITEMS-READ
           DISPLAY 'PCD188 - CLAIMED BY OWNER:        ' WS-ITEMS-CLAIMED
           DISPLAY 'PCD188 - STATES REPORTED:         '
               WS-STATES-REPORTED
           DISPLAY 'PCD188 - ITEMS ESCHEATED:         '
               WS-ITEMS-ESCHEATED.
       9000-EXIT.
           EXIT.
