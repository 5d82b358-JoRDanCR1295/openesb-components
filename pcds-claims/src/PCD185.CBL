      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD185           SYSTEM: PCDS                     *
      **    APPROVED-REFUND DISBURSEMENT RUN                           *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  PAYS THE PCDRFND   *
      **                          CREDIT-BALANCE CASES RELEASED ON THE *
      **                          PCDRFTX APPROVAL TRANSACTIONS (CASE  *
      **                          KEY, CHECK OR ACH, APPROVER,         *
      **                          APPROVED AMOUNT).  AN OPEN, UNISSUED *
      **                          CASE WHOSE AMOUNT AGREES AND WHOSE   *
      **                          PAYER IS ON PCDPAYM TAKES THE NEXT   *
      **                          CHECK OR ACH NUMBER FROM THE PCDRFCK *
      **                          CONTROL RECORD AND IS STAMPED WITH   *
      **                          IT AND THE ISSUE DATE.  EACH REFUND  *
      **                          WRITES A PCDRFPAY PAYMENT REQUEST    *
      **                          FOR ACCOUNTS PAYABLE, A PRINTED      *
      **                          COVER LETTER TO THE PAYER ON         *
      **                          PCDRFLTR QUOTING THE CLAIM AND       *
      **                          REASON, AND A NEGATIVE RF REVERSING  *
      **                          ENTRY ON PCDARPST; EACH CHECK ALSO   *
      **                          GOES ON THE PCDPOSPY BANK            *
      **                          POSITIVE-PAY ISSUE FILE.  CHECK      *
      **                          CASES STAY ISSUED UNTIL PCD186       *
      **                          CLEARS THEM FROM THE BANK'S PAID     *
      **                          ITEMS; ACH CASES CLOSE ON ISSUE.     *
      **                          REJECTED APPROVALS ARE LISTED WITH   *
      **                          THE ISSUES ON THE PCDRFRP REGISTER.  *
      ** RTC    10/15/26          EACH AR SUBLEDGER POSTING IS         *
      **                          STAMPED WITH THE CLIENT ID PCDCLNT   *
      **                          HAS RECORDED FOR THE CLAIM'S         *
      **                          PATIENT CONTROL NUMBER.              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD185.
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
           SELECT PCD-APPROVAL-FILE  ASSIGN TO PCDRFTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CONTROL-FILE   ASSIGN TO PCDRFCK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-RFND-MASTER    ASSIGN TO PCDRFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RFND-KEY
               FILE STATUS IS WS-RFND-FILE-STATUS.
           SELECT PCD-PAYM-MASTER    ASSIGN TO PCDPAYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PAYM-PAYOR-ID
               FILE STATUS IS WS-PAYM-FILE-STATUS.
           SELECT PCD-PAYMENT-FILE   ASSIGN TO PCDRFPAY
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-POSPAY-FILE    ASSIGN TO PCDPOSPY
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-POST-FILE      ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-LETTER-FILE    ASSIGN TO PCDRFLTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE    ASSIGN TO PCDRFRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-APPROVAL-FILE
           RECORDING MODE IS F.
       01  FD-APPROVAL-REC            PIC X(080).
       FD  PCD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PCDRFCK.
       FD  PCD-RFND-MASTER.
       COPY PCDRFND.
       FD  PCD-PAYM-MASTER.
       COPY PCDPAYM.
       FD  PCD-PAYMENT-FILE
           RECORDING MODE IS F.
       COPY PCDRFPY.
       FD  PCD-POSPAY-FILE
           RECORDING MODE IS F.
       01  FD-POSPAY-REC              PIC X(080).
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-LETTER-FILE
           RECORDING MODE IS F.
       01  PCD-LETTER-LINE            PIC X(132).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   REFUND APPROVAL TRANSACTION, ONE PER CASE RELEASED FOR        *
      **   PAYMENT.  THE APPROVED AMOUNT MUST AGREE WITH THE CASE.       *
      **----------------------------------------------------------------*
       01  WS-APPROVAL-REC.
           05  WS-AP-KEY.
               10  WS-AP-PATTERN       PIC X(001).
               10  WS-AP-PAT-CNTL-NO   PIC X(020).
           05  WS-AP-PAY-METHOD        PIC X(001).
               88  WS-AP-BY-CHECK                  VALUE 'C'.
               88  WS-AP-BY-ACH                    VALUE 'A'.
           05  WS-AP-APPROVER-ID       PIC X(008).
           05  WS-AP-AMOUNT            PIC 9(009)V99.
           05  WS-AP-AMOUNT-X REDEFINES WS-AP-AMOUNT
                                       PIC X(011).
           05  FILLER                  PIC X(039).
      **----------------------------------------------------------------*
      **   BANK POSITIVE-PAY ISSUE FILE -- ONE DETAIL PER CHECK AND A    *
      **   TRAILER WITH THE COUNT AND DOLLARS FOR THE BANK TO BALANCE.   *
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
               88  WS-PP-ISSUE                     VALUE 'I'.
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
       77  WS-RFND-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RFND-FOUND                       VALUE '00'.
       77  WS-PAYM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PAYM-FOUND                       VALUE '00'.
       77  WS-REJECT-REASON            PIC X(040)  VALUE SPACES.
       77  WS-REFUND-AMOUNT            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-PAYMENT-NO               PIC 9(010)  VALUE ZERO.
       77  WS-REASON-TEXT              PIC X(040)  VALUE SPACES.
       77  WS-APPROVALS-READ           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHECKS-ISSUED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACH-ISSUED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-APPROVALS-REJECTED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHECK-AMOUNT             PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-ACH-AMOUNT               PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-DATE-AREA.
           05  WS-RUN-DATE             PIC 9(008).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY         PIC 9(004).
               10  WS-RUN-MM           PIC 9(002).
               10  WS-RUN-DD           PIC 9(002).
       01  WS-LETTER-DATE.
           05  WS-LD-MM                PIC 9(002).
           05  FILLER                  PIC X(001)  VALUE '/'.
           05  WS-LD-DD                PIC 9(002).
           05  FILLER                  PIC X(001)  VALUE '/'.
           05  WS-LD-CCYY              PIC 9(004).
      **----------------------------------------------------------------*
      **   REFUND COVER LETTER LINES.                                    *
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
               'PCD185 - REFUND DISBURSEMENT REGISTER             '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'PAT PATIENT CONTROL NO    PAYER  PAID   CHECK/ACH '.
           05  FILLER                  PIC X(050)  VALUE
               '        AMOUNT    APPROVER  RESULT                '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PATTERN            PIC X(001).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAY-METHOD         PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYMENT-NO         PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-APPROVER-ID        PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(040).
           05  FILLER                  PIC X(014)  VALUE SPACES.
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
           PERFORM 2000-PROCESS-APPROVAL  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE         THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDRFCK CONTROL RECORD MUST BE THERE:  *
      **   WITHOUT IT THERE IS NO ACCOUNT OR NUMBER RANGE TO ISSUE ON.   *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-MM   TO WS-LD-MM
           MOVE WS-RUN-DD   TO WS-LD-DD
           MOVE WS-RUN-CCYY TO WS-LD-CCYY
           OPEN I-O    PCD-CONTROL-FILE
           READ PCD-CONTROL-FILE
               AT END
                   DISPLAY 'PCD185 - PCDRFCK CONTROL RECORD MISSING - '
                       'NO REFUNDS ISSUED - RUN STOPPED'
                   STOP RUN
           END-READ
           IF PCD-RFCK-NEXT-CHECK-NO NOT NUMERIC
            OR PCD-RFCK-NEXT-ACH-NO  NOT NUMERIC
            OR PCD-RFCK-NEXT-CHECK-NO = ZERO
            OR PCD-RFCK-NEXT-ACH-NO   = ZERO
               DISPLAY 'PCD185 - PCDRFCK NEXT CHECK/ACH NUMBER NOT SET '
                   '- NO REFUNDS ISSUED - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-APPROVAL-FILE
           OPEN I-O    PCD-RFND-MASTER
           OPEN INPUT  PCD-PAYM-MASTER
           OPEN OUTPUT PCD-PAYMENT-FILE
           OPEN OUTPUT PCD-POSPAY-FILE
           OPEN EXTEND PCD-POST-FILE
           OPEN OUTPUT PCD-LETTER-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-APPROVAL THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-APPROVAL.
           READ PCD-APPROVAL-FILE INTO WS-APPROVAL-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-PROCESS-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           PERFORM 2100-VALIDATE-APPROVAL THRU 2100-EXIT
           IF WS-REJECT-REASON = SPACES
               PERFORM 3000-ISSUE-REFUND  THRU 3000-EXIT
           ELSE
               PERFORM 2800-WRITE-REJECT  THRU 2800-EXIT
           END-IF
           PERFORM 1100-READ-APPROVAL THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-APPROVAL -- ONLY AN OPEN CASE NOT YET ISSUED,   *
      **   NAMED BY AN APPROVER, FOR THE AMOUNT ON THE CASE, TO A PAYER  *
      **   ON THE PAYER MASTER (FOR THE PAYEE NAME AND ADDRESS), IS      *
      **   PAID.                                                         *
      **----------------------------------------------------------------*
       2100-VALIDATE-APPROVAL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-AP-KEY TO PCD-RFND-KEY
           READ PCD-RFND-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RFND-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RFND-FILE-STATUS
           END-READ
           IF NOT WS-RFND-FOUND
               MOVE 'NO SUCH REFUND CASE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF PCD-RFND-ISSUED
            OR PCD-RFND-CLOSED
               MOVE 'REFUND ALREADY ISSUED' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT PCD-RFND-OPEN
               MOVE 'CASE NOT OPEN' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-AP-BY-CHECK
              AND NOT WS-AP-BY-ACH
               MOVE 'PAY METHOD NOT C OR A' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-AP-APPROVER-ID = SPACES
               MOVE 'NO APPROVER NAMED' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-RFND-AMOUNT TO WS-REFUND-AMOUNT
           IF WS-REFUND-AMOUNT < ZERO
               COMPUTE WS-REFUND-AMOUNT = ZERO - WS-REFUND-AMOUNT
           END-IF
           IF WS-REFUND-AMOUNT = ZERO
               MOVE 'CASE AMOUNT IS ZERO' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-AP-AMOUNT-X NOT NUMERIC
            OR WS-AP-AMOUNT NOT = WS-REFUND-AMOUNT
               MOVE 'APPROVED AMOUNT DIFFERS FROM CASE'
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-RFND-PAYOR-ID TO PCD-PAYM-PAYOR-ID
           READ PCD-PAYM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PAYM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PAYM-FILE-STATUS
           END-READ
           IF NOT WS-PAYM-FOUND
               MOVE 'PAYER NOT ON PAYER MASTER' TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.
       2800-WRITE-REJECT.
           ADD 1 TO WS-APPROVALS-REJECTED
           MOVE WS-AP-PATTERN     TO WS-D-PATTERN
           MOVE WS-AP-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE SPACES            TO WS-D-PAYOR-ID
                                     WS-D-PAYMENT-NO
           IF WS-RFND-FOUND
               MOVE PCD-RFND-PAYOR-ID TO WS-D-PAYOR-ID
           END-IF
           MOVE WS-AP-PAY-METHOD  TO WS-D-PAY-METHOD
           IF WS-AP-AMOUNT-X IS NUMERIC
               MOVE WS-AP-AMOUNT  TO WS-D-AMOUNT
           ELSE
               MOVE ZERO          TO WS-D-AMOUNT
           END-IF
           MOVE WS-AP-APPROVER-ID TO WS-D-APPROVER-ID
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-D-RESULT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO WS-D-RESULT.
       2800-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-ISSUE-REFUND -- TAKE THE NEXT CHECK OR ACH NUMBER, STAMP *
      **   THE CASE, AND WRITE THE AP REQUEST, THE POSITIVE-PAY ISSUE    *
      **   (CHECKS ONLY), THE COVER LETTER AND THE AR REVERSAL.  A       *
      **   CHECK CASE STAYS ISSUED UNTIL THE BANK'S PAID ITEMS CLEAR IT  *
      **   (PCD186); AN ACH SETTLES ON ISSUE AND THE CASE CLOSES NOW.    *
      **----------------------------------------------------------------*
       3000-ISSUE-REFUND.
           IF WS-AP-BY-CHECK
               MOVE PCD-RFCK-NEXT-CHECK-NO TO WS-PAYMENT-NO
               ADD 1 TO PCD-RFCK-NEXT-CHECK-NO
               ADD 1 TO WS-CHECKS-ISSUED
               ADD WS-REFUND-AMOUNT TO WS-CHECK-AMOUNT
               SET PCD-RFND-ISSUED  TO TRUE
               MOVE ZERO            TO PCD-RFND-CLEAR-DATE
           ELSE
               MOVE PCD-RFCK-NEXT-ACH-NO TO WS-PAYMENT-NO
               ADD 1 TO PCD-RFCK-NEXT-ACH-NO
               ADD 1 TO WS-ACH-ISSUED
               ADD WS-REFUND-AMOUNT TO WS-ACH-AMOUNT
               SET PCD-RFND-CLOSED  TO TRUE
               MOVE WS-RUN-DATE     TO PCD-RFND-CLEAR-DATE
           END-IF
           MOVE WS-AP-PAY-METHOD TO PCD-RFND-PAY-METHOD
           MOVE WS-PAYMENT-NO    TO PCD-RFND-CHECK-NO
           MOVE WS-RUN-DATE      TO PCD-RFND-ISSUE-DATE
           REWRITE PCD-RFND-REC
               INVALID KEY
                   DISPLAY 'PCD185 - REWRITE FAILED FOR CASE '
                       PCD-RFND-KEY ' - RUN STOPPED'
                   STOP RUN
           END-REWRITE
           EVALUATE TRUE
               WHEN PCD-RFND-OVER-APPROVED
                   MOVE 'PAYMENT EXCEEDED THE APPROVED AMOUNT'
                       TO WS-REASON-TEXT
               WHEN PCD-RFND-DUAL-PRIMARY
                   MOVE 'CLAIM ALSO PAID IN FULL BY ANOTHER PRIMARY'
                       TO WS-REASON-TEXT
               WHEN PCD-RFND-DUP-POSTING
                   MOVE 'DUPLICATE PAYMENT OF THE SAME SERVICE'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OVERPAYMENT' TO WS-REASON-TEXT
           END-EVALUATE
           PERFORM 3100-WRITE-AP-REQUEST  THRU 3100-EXIT
           IF WS-AP-BY-CHECK
               PERFORM 3200-WRITE-POSPAY  THRU 3200-EXIT
           END-IF
           PERFORM 3300-WRITE-LETTER      THRU 3300-EXIT
           PERFORM 3400-POST-REVERSAL     THRU 3400-EXIT
           MOVE PCD-RFND-PATTERN     TO WS-D-PATTERN
           MOVE PCD-RFND-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE PCD-RFND-PAYOR-ID    TO WS-D-PAYOR-ID
           IF WS-AP-BY-CHECK
               MOVE 'CHECK' TO WS-D-PAY-METHOD
               MOVE 'ISSUED - AWAITING BANK CLEARANCE'
                   TO WS-D-RESULT
           ELSE
               MOVE 'ACH'   TO WS-D-PAY-METHOD
               MOVE 'ISSUED - CASE CLOSED' TO WS-D-RESULT
           END-IF
           MOVE WS-PAYMENT-NO        TO WS-D-PAYMENT-NO
           MOVE WS-REFUND-AMOUNT     TO WS-D-AMOUNT
           MOVE WS-AP-APPROVER-ID    TO WS-D-APPROVER-ID
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO WS-D-RESULT.
       3000-EXIT.
           EXIT.
       3100-WRITE-AP-REQUEST.
           MOVE SPACES                TO PCD-RFPY-REC
           MOVE WS-AP-PAY-METHOD      TO PCD-RFPY-PAY-METHOD
           MOVE WS-PAYMENT-NO         TO PCD-RFPY-PAYMENT-NO
           MOVE WS-RUN-DATE           TO PCD-RFPY-ISSUE-DATE
           MOVE WS-REFUND-AMOUNT      TO PCD-RFPY-AMOUNT
           MOVE PCD-RFND-PAYOR-ID     TO PCD-RFPY-PAYEE-ID
           MOVE PCD-PAYM-PAYOR-NAME   TO PCD-RFPY-PAYEE-NAME
           MOVE PCD-PAYM-ADDR-LINE-1  TO PCD-RFPY-ADDR-LINE-1
           MOVE PCD-PAYM-ADDR-LINE-2  TO PCD-RFPY-ADDR-LINE-2
           MOVE PCD-PAYM-CITY         TO PCD-RFPY-CITY
           MOVE PCD-PAYM-STATE        TO PCD-RFPY-STATE
           MOVE PCD-PAYM-ZIP-9        TO PCD-RFPY-ZIP-9
           MOVE PCD-RFND-PAT-CNTL-NO  TO PCD-RFPY-PAT-CNTL-NO
           MOVE PCD-RFND-PATTERN      TO PCD-RFPY-PATTERN
           MOVE WS-AP-APPROVER-ID     TO PCD-RFPY-APPROVER-ID
           WRITE PCD-RFPY-REC.
       3100-EXIT.
           EXIT.
       3200-WRITE-POSPAY.
           MOVE SPACES                TO WS-POSPAY-REC
           SET WS-PP-DETAIL           TO TRUE
           MOVE PCD-RFCK-BANK-ACCOUNT TO WS-PP-ACCOUNT
           MOVE WS-PAYMENT-NO         TO WS-PP-CHECK-NO
           MOVE WS-RUN-DATE           TO WS-PP-ISSUE-DATE
           MOVE WS-REFUND-AMOUNT      TO WS-PP-AMOUNT
           SET WS-PP-ISSUE            TO TRUE
           MOVE PCD-PAYM-PAYOR-NAME   TO WS-PP-PAYEE-NAME
           WRITE FD-POSPAY-REC FROM WS-POSPAY-REC.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-WRITE-LETTER -- ONE PAGE PER REFUND, ADDRESSED TO THE    *
      **   PAYER, QUOTING THE CLAIM, THE AMOUNT, THE PAYMENT NUMBER AND  *
      **   WHY THE MONEY IS BEING RETURNED.                              *
      **----------------------------------------------------------------*
       3300-WRITE-LETTER.
           MOVE SPACES TO WS-LT-TEXT
           MOVE PCD-RFCK-PROVIDER-NAME TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
               AFTER ADVANCING PAGE
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE WS-LETTER-DATE         TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE PCD-PAYM-PAYOR-NAME    TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE PCD-PAYM-ADDR-LINE-1   TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           IF PCD-PAYM-ADDR-LINE-2 NOT = SPACES
               MOVE PCD-PAYM-ADDR-LINE-2 TO WS-LT-TEXT
               WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE PCD-PAYM-CITY          TO WS-LC-CITY
           MOVE PCD-PAYM-STATE         TO WS-LC-STATE
           MOVE PCD-PAYM-ZIP-9 (1:5)   TO WS-LC-ZIP-5
           MOVE SPACES                 TO WS-LC-ZIP-DASH
                                          WS-LC-ZIP-4
           IF PCD-PAYM-ZIP-9 (6:4) NOT = SPACES
               MOVE '-'                   TO WS-LC-ZIP-DASH
               MOVE PCD-PAYM-ZIP-9 (6:4)  TO WS-LC-ZIP-4
           END-IF
           MOVE WS-LETTER-CSZ          TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'RE:  REFUND OF OVERPAYMENT' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'PATIENT CONTROL NUMBER'   TO WS-LI-LABEL
           MOVE PCD-RFND-PAT-CNTL-NO       TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'PAYER ID'                 TO WS-LI-LABEL
           MOVE PCD-RFND-PAYOR-ID          TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'REFUND AMOUNT'            TO WS-LI-LABEL
           MOVE WS-REFUND-AMOUNT           TO WS-LETTER-AMOUNT
           MOVE WS-LETTER-AMOUNT           TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           IF WS-AP-BY-CHECK
               MOVE 'CHECK NUMBER'         TO WS-LI-LABEL
           ELSE
               MOVE 'ACH PAYMENT NUMBER'   TO WS-LI-LABEL
           END-IF
           MOVE WS-PAYMENT-NO              TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE 'REASON FOR REFUND'        TO WS-LI-LABEL
           MOVE WS-REASON-TEXT             TO WS-LI-VALUE
           WRITE PCD-LETTER-LINE FROM WS-LETTER-ITEM
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'OUR REVIEW OF THE CLAIM ABOVE FOUND AN OVERPAYMENT.'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           IF WS-AP-BY-CHECK
               MOVE 'OUR CHECK FOR THE REFUND AMOUNT IS ENCLOSED.'
                   TO WS-LT-TEXT
           ELSE
               MOVE 'THE REFUND AMOUNT HAS BEEN SENT TO YOU BY EFT.'
                   TO WS-LT-TEXT
           END-IF
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'PLEASE APPLY IT TO THIS CLAIM.' TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PCD-LETTER-LINE
           WRITE PCD-LETTER-LINE
           MOVE 'DIRECT ANY QUESTIONS TO OUR PATIENT ACCOUNTS OFFICE.'
               TO WS-LT-TEXT
           WRITE PCD-LETTER-LINE FROM WS-LETTER-TEXT.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-POST-REVERSAL -- THE REFUNDED CASH COMES OFF THE CLAIM'S *
      **   AR AS A NEGATIVE RF ENTRY (SAME IDEA AS THE PCD144 RV/NT      *
      **   ENTRIES).                                                     *
      **----------------------------------------------------------------*
       3400-POST-REVERSAL.
           MOVE SPACES                   TO PCD-AR-POST-REC
           MOVE PCD-RFND-PAT-CNTL-NO     TO PCD-AR-POST-PAT-CNTL-NO
           SET PCD-AR-POST-REFUND        TO TRUE
           COMPUTE PCD-AR-POST-AMOUNT = ZERO - WS-REFUND-AMOUNT
           PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
           WRITE PCD-AR-POST-REC.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-STAMP-AR-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE    *
      **   CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.      *
      **----------------------------------------------------------------*
       8800-STAMP-AR-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD185'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD185 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-CHECKS-ISSUED > ZERO
               MOVE SPACES              TO WS-POSPAY-REC
               SET WS-PP-TRAILER        TO TRUE
               MOVE PCD-RFCK-BANK-ACCOUNT TO WS-PP-ACCOUNT
               MOVE WS-CHECKS-ISSUED    TO WS-PT-CHECK-COUNT
               MOVE WS-CHECK-AMOUNT     TO WS-PT-TOTAL-AMOUNT
               WRITE FD-POSPAY-REC FROM WS-POSPAY-REC
           END-IF
           MOVE WS-RUN-DATE TO PCD-RFCK-LAST-RUN-DATE
           REWRITE PCD-RFCK-REC
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  CHECKS ISSUED . . . . . . . . .' TO WS-T-LABEL
           MOVE WS-CHECKS-ISSUED                   TO WS-T-COUNT
           MOVE WS-CHECK-AMOUNT                    TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  ACH PAYMENTS ISSUED . . . . . .' TO WS-T-LABEL
           MOVE WS-ACH-ISSUED                      TO WS-T-COUNT
           MOVE WS-ACH-AMOUNT                      TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE '  APPROVALS REJECTED  . . . . . .' TO WS-T-LABEL
           MOVE WS-APPROVALS-REJECTED              TO WS-T-COUNT
           MOVE ZERO                               TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-APPROVAL-FILE
           CLOSE PCD-CONTROL-FILE
           CLOSE PCD-RFND-MASTER
           CLOSE PCD-PAYM-MASTER
           CLOSE PCD-PAYMENT-FILE
           CLOSE PCD-POSPAY-FILE
           CLOSE PCD-POST-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           CLOSE PCD-LETTER-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD185 - APPROVALS READ:          '
               WS-APPROVALS-READ
           DISPLAY 'PCD185 - CHECKS ISSUED:           ' WS-CHECKS-ISSUED
           DISPLAY 'PCD185 - ACH PAYMENTS ISSUED:     ' WS-ACH-ISSUED
           DISPLAY 'PCD185 - APPROVALS REJECTED:      '
               WS-APPROVALS-REJECTED.
       9000-EXIT.
           EXIT.
