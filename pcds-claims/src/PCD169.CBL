      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD169              SYSTEM: PCDS                 *
      **    PATIENT DUNNING CYCLE AND COLLECTION-AGENCY PLACEMENT     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  DAILY, AFTER       *
      **                          PCD168.  BROWSES THE PCDPATL PATIENT *
      **                          AR LEDGER.  AN OPEN BALANCE THAT HAS *
      **                          GONE 30 DAYS SINCE ITS LAST          *
      **                          STATEMENT OR NOTICE GETS THE NEXT    *
      **                          FOLLOW-UP NOTICE ON PCDDUNST -- 30,  *
      **                          60 AND 90-DAY NOTICES WITH STEADILY  *
      **                          FIRMER WORDING, THEN A FINAL NOTICE. *
      **                          THIRTY DAYS AFTER THE FINAL NOTICE   *
      **                          THE ACCOUNT IS PLACED WITH A         *
      **                          COLLECTION AGENCY ON THE PCDAGYPL    *
      **                          PLACEMENT FILE, WITH THE PCDRPCM     *
      **                          RESPONSIBLE-PARTY CONTACT.           *
      **                          PLACEMENTS ARE SPREAD IN TURN OVER   *
      **                          THE ACTIVE AGENCIES ON PCDAGYTB.  AN *
      **                          ACCOUNT PCD084 HAS FLAGGED FOR       *
      **                          RECALL (THE INSURANCE HAS SINCE      *
      **                          PAID) IS RECALLED FROM ITS AGENCY ON *
      **                          THE SAME FILE, AND ITS DUNNING CYCLE *
      **                          STARTS OVER.  BALANCES UNDER THE     *
      **                          PCD125 SUPPRESSION THRESHOLD ARE NOT *
      **                          DUNNED; BALANCES UNDER THE PLACEMENT *
      **                          MINIMUM STAY AT FINAL NOTICE.        *
      ** RTC    10/15/26          A FINANCIAL-ASSISTANCE APPROVAL ON   *
      **                          PCDFAM IN FORCE ON THE RUN DATE      *
      **                          TAKES ITS SLIDING-SCALE DISCOUNT OFF *
      **                          THE BALANCE, AS IN PCD125, BEFORE    *
      **                          THE ACCOUNT IS AGED.  A PERSON WITH  *
      **                          AN APPLICATION PENDING IS NEITHER    *
      **                          DUNNED NOR PLACED UNTIL IT IS        *
      **                          DECIDED.  NOTICES SHOW THE DISCOUNT  *
      **                          TAKEN, OR OTHERWISE TELL THE PATIENT *
      **                          ASSISTANCE MAY BE AVAILABLE.         *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD169.
       AUTHOR.        PATIENT ACCESS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PATL-MASTER  ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-RP-MASTER    ASSIGN TO PCDRPCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RPCM-PAT-CNTL-NO
               FILE STATUS IS WS-RPCM-FILE-STATUS.
           SELECT PCD-AGENCY-FILE  ASSIGN TO PCDAGYTB
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NOTICE-FILE  ASSIGN TO PCDDUNST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FAM-MASTER   ASSIGN TO PCDFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FAM-PERSON-ID
               FILE STATUS IS WS-FAM-FILE-STATUS.
           SELECT PCD-PLACEMENT-FILE ASSIGN TO PCDAGYPL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-RP-MASTER.
       COPY PCDRPCM.
       FD  PCD-AGENCY-FILE
           RECORDING MODE IS F.
       COPY PCDAGYT.
       FD  PCD-NOTICE-FILE
           RECORDING MODE IS F.
       01  PCD-NOTICE-LINE            PIC X(080).
       FD  PCD-FAM-MASTER.
       COPY PCDFAM.
       FD  PCD-PLACEMENT-FILE
           RECORDING MODE IS F.
       COPY PCDAGYP.
       WORKING-STORAGE SECTION.
       COPY PCDSCAN.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-AGY-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-AGY-END-OF-FILE                  VALUE 'Y'.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RPCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-RPCM-FOUND                       VALUE '00'.
      **----------------------------------------------------------------*
      **   SAME SUPPRESSION THRESHOLD AS PCD125.  THE AGENCIES WILL NOT  *
      **   WORK AN ACCOUNT UNDER THE PLACEMENT MINIMUM.                  *
      **----------------------------------------------------------------*
       77  WS-SUPPRESS-THRESHOLD       PIC 9(003)V99 VALUE 5.00.
       77  WS-PLACEMENT-MINIMUM        PIC 9(005)V99 VALUE 25.00.
       77  WS-DUNNING-INTERVAL         PIC 9(003)  VALUE 30.
       77  WS-DAYS-SINCE-NOTICE        PIC S9(007) VALUE ZERO.
       77  WS-NEXT-LEVEL               PIC X(001)  VALUE SPACE.
       77  WS-AGY-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AGY-NEXT                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOTICES-SENT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FINAL-NOTICES-SENT       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PLACED-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RECALLED-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-UNDER-MINIMUM-COUNT      PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-AGENCY-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FAM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-FAM-FOUND                        VALUE '00'.
       77  WS-FA-IN-FORCE-SW           PIC X(001)  VALUE 'N'.
           88  WS-FA-IN-FORCE                      VALUE 'Y'.
       77  WS-FA-DISCOUNT              PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-FA-DISCOUNTED-COUNT      PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FA-PENDING-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PLACED-AMOUNT            PIC S9(011)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY             PIC 9(004).
           05  WS-RUN-MM               PIC 9(002).
           05  WS-RUN-DD               PIC 9(002).
       01  WS-BASE-DATE                PIC 9(008)  VALUE ZERO.
       01  WS-BASE-DATE-R REDEFINES WS-BASE-DATE.
           05  WS-BASE-CCYY            PIC 9(004).
           05  WS-BASE-MM              PIC 9(002).
           05  WS-BASE-DD              PIC 9(002).
       01  WS-AGENCY-TABLE.
           05  WS-AGY-ENTRY OCCURS 50 TIMES.
               10  WS-AGY-ID           PIC X(005).
      **----------------------------------------------------------------*
      **   NOTICE WORDING BY DUNNING LEVEL -- EACH LEVEL FIRMER THAN     *
      **   THE LAST.                                                     *
      **----------------------------------------------------------------*
       01  WS-NOTICE-TEXT-VALUES.
           05  FILLER                  PIC X(001)  VALUE '1'.
           05  FILLER                  PIC X(030)  VALUE
               'THIS ACCOUNT IS NOW 30 DAYS PA'.
           05  FILLER                  PIC X(030)  VALUE
               'ST DUE.                       '.
           05  FILLER                  PIC X(030)  VALUE
               'PLEASE REMIT THE BALANCE BELOW'.
           05  FILLER                  PIC X(030)  VALUE
               ' OR CALL OUR BUSINESS OFFICE. '.
           05  FILLER                  PIC X(001)  VALUE '2'.
           05  FILLER                  PIC X(030)  VALUE
               'SECOND NOTICE -- THIS ACCOUNT '.
           05  FILLER                  PIC X(030)  VALUE
               'IS 60 DAYS PAST DUE.          '.
           05  FILLER                  PIC X(030)  VALUE
               'PAYMENT IS NEEDED NOW TO KEEP '.
           05  FILLER                  PIC X(030)  VALUE
               'THIS ACCOUNT IN GOOD STANDING.'.
           05  FILLER                  PIC X(001)  VALUE '3'.
           05  FILLER                  PIC X(030)  VALUE
               'THIRD NOTICE -- THIS ACCOUNT I'.
           05  FILLER                  PIC X(030)  VALUE
               'S 90 DAYS PAST DUE.           '.
           05  FILLER                  PIC X(030)  VALUE
               'CALL TODAY TO PAY IN FULL OR T'.
           05  FILLER                  PIC X(030)  VALUE
               'O ARRANGE A PAYMENT PLAN.     '.
           05  FILLER                  PIC X(001)  VALUE 'F'.
           05  FILLER                  PIC X(030)  VALUE
               'FINAL NOTICE -- UNLESS PAID WI'.
           05  FILLER                  PIC X(030)  VALUE
               'THIN 30 DAYS, THIS ACCOUNT    '.
           05  FILLER                  PIC X(030)  VALUE
               'WILL BE REFERRED TO AN OUTSIDE'.
           05  FILLER                  PIC X(030)  VALUE
               ' COLLECTION AGENCY.           '.
       01  WS-NOTICE-TEXT-TABLE REDEFINES WS-NOTICE-TEXT-VALUES.
           05  WS-NT-ENTRY OCCURS 4 TIMES INDEXED BY WS-NT-IDX.
               10  WS-NT-LEVEL         PIC X(001).
               10  WS-NT-LINE-1        PIC X(060).
               10  WS-NT-LINE-2        PIC X(060).
       01  WS-AMOUNT-DETAIL.
           05  WS-A-LABEL              PIC X(028).
           05  WS-A-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O    PCD-PATL-MASTER
           OPEN INPUT  PCD-RP-MASTER
           OPEN INPUT  PCD-AGENCY-FILE
           OPEN OUTPUT PCD-NOTICE-FILE
           OPEN INPUT  PCD-FAM-MASTER
           OPEN OUTPUT PCD-PLACEMENT-FILE
           PERFORM 1200-LOAD-AGENCY THRU 1200-EXIT
               UNTIL WS-AGY-END-OF-FILE
           CLOSE PCD-AGENCY-FILE
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-LEDGER.
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1200-LOAD-AGENCY -- ONLY ACTIVE AGENCIES TAKE PLACEMENTS.     *
      **----------------------------------------------------------------*
       1200-LOAD-AGENCY.
           READ PCD-AGENCY-FILE
               AT END
                   SET WS-AGY-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF PCD-AGYT-ACTIVE AND WS-AGY-COUNT < 50
               ADD 1 TO WS-AGY-COUNT
               MOVE PCD-AGYT-AGENCY-ID TO WS-AGY-ID (WS-AGY-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.
       2000-PROCESS-LEDGER.
           ADD 1 TO WS-ROWS-READ
           IF PCD-PATL-RECALL-PENDING
               PERFORM 2500-RECALL-ACCOUNT THRU 2500-EXIT
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT PCD-PATL-NOT-IN-COLLECTION
            AND NOT PCD-PATL-RECALLED
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2600-APPLY-ASSISTANCE THRU 2600-EXIT
           IF NOT PCD-PATL-OPEN
            OR PCD-PATL-BALANCE-AMT < WS-SUPPRESS-THRESHOLD
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-FAM-FOUND AND PCD-FAM-PENDING
               ADD 1 TO WS-FA-PENDING-COUNT
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-AGE-SINCE-NOTICE THRU 2100-EXIT
           IF WS-DAYS-SINCE-NOTICE < WS-DUNNING-INTERVAL
               PERFORM 1100-READ-LEDGER THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PCD-PATL-NOT-DUNNED
                   MOVE '1' TO WS-NEXT-LEVEL
               WHEN PCD-PATL-DUN-30
                   MOVE '2' TO WS-NEXT-LEVEL
               WHEN PCD-PATL-DUN-60
                   MOVE '3' TO WS-NEXT-LEVEL
               WHEN PCD-PATL-DUN-90
                   MOVE 'F' TO WS-NEXT-LEVEL
               WHEN OTHER
                   PERFORM 2400-PLACE-ACCOUNT THRU 2400-EXIT
                   PERFORM 1100-READ-LEDGER THRU 1100-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE
           PERFORM 2200-SEND-NOTICE THRU 2200-EXIT
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-AGE-SINCE-NOTICE -- DAYS SINCE THE LAST PIECE OF MAIL,   *
      **   30/360 COUNT AS IN THE AGING REPORTS.  BEFORE THE FIRST       *
      **   NOTICE THAT IS THE PCD125 STATEMENT, OR THE RECALL DATE IF    *
      **   THE ACCOUNT CAME BACK FROM AN AGENCY SINCE.                   *
      **----------------------------------------------------------------*
       2100-AGE-SINCE-NOTICE.
           IF PCD-PATL-NOT-DUNNED
               MOVE PCD-PATL-LAST-STMT-DATE TO WS-BASE-DATE
               IF PCD-PATL-DUN-DATE > WS-BASE-DATE
                   MOVE PCD-PATL-DUN-DATE   TO WS-BASE-DATE
               END-IF
           ELSE
               MOVE PCD-PATL-DUN-DATE       TO WS-BASE-DATE
           END-IF
           IF WS-BASE-DATE = ZERO
               MOVE PCD-PATL-OPEN-DATE      TO WS-BASE-DATE
           END-IF
           COMPUTE WS-DAYS-SINCE-NOTICE =
               ((WS-RUN-CCYY - WS-BASE-CCYY) * 360)
               + ((WS-RUN-MM - WS-BASE-MM) * 30)
               + (WS-RUN-DD - WS-BASE-DD).
       2100-EXIT.
           EXIT.
       2200-SEND-NOTICE.
           SET WS-NT-IDX TO 1
           SEARCH WS-NT-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN WS-NT-LEVEL (WS-NT-IDX) = WS-NEXT-LEVEL
                   CONTINUE
           END-SEARCH
           MOVE '*** PCDS PATIENT ACCOUNT NOTICE ***' TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE PCD-PATL-PATIENT-NAME  TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE PCD-PATL-MAIL-ADDR-1   TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           IF PCD-PATL-MAIL-ADDR-2 NOT = SPACES
               MOVE PCD-PATL-MAIL-ADDR-2 TO PCD-NOTICE-LINE
               WRITE PCD-NOTICE-LINE
           END-IF
           MOVE PCD-PATL-MAIL-CSZ      TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE SPACES                 TO PCD-NOTICE-LINE
           STRING 'STATEMENT NUMBER ' DELIMITED BY SIZE
                  PCD-PATL-STMT-NO    DELIMITED BY SIZE
               INTO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE WS-NT-LINE-1 (WS-NT-IDX) TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE WS-NT-LINE-2 (WS-NT-IDX) TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE 'PATIENT RESPONSIBILITY'  TO WS-A-LABEL
           MOVE PCD-PATL-PAT-RESP-AMT     TO WS-A-AMOUNT
           MOVE WS-AMOUNT-DETAIL          TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE 'ALREADY PAID'            TO WS-A-LABEL
           COMPUTE WS-A-AMOUNT = PCD-PATL-PRIOR-PAID-AMT
                               + PCD-PATL-LOCKBOX-PAID-AMT
           MOVE WS-AMOUNT-DETAIL          TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           IF PCD-PATL-FA-DISC-AMT > ZERO
               MOVE 'FINANCIAL ASSISTANCE'    TO WS-A-LABEL
               MOVE PCD-PATL-FA-DISC-AMT      TO WS-A-AMOUNT
               MOVE WS-AMOUNT-DETAIL          TO PCD-NOTICE-LINE
               WRITE PCD-NOTICE-LINE
           END-IF
           MOVE 'BALANCE DUE'             TO WS-A-LABEL
           MOVE PCD-PATL-BALANCE-AMT      TO WS-A-AMOUNT
           MOVE WS-AMOUNT-DETAIL          TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           IF NOT WS-FA-IN-FORCE
               MOVE 'FINANCIAL ASSISTANCE MAY BE AVAILABLE.'
                                          TO PCD-NOTICE-LINE
               WRITE PCD-NOTICE-LINE
               MOVE 'CALL OUR BUSINESS OFFICE TO ASK ABOUT APPLYING.'
                                          TO PCD-NOTICE-LINE
               WRITE PCD-NOTICE-LINE
           END-IF
           MOVE PCD-PATL-PAT-CNTL-NO      TO PCD-SCAN-PAT-CNTL-NO
           MOVE PCD-PATL-STMT-NO          TO PCD-SCAN-STMT-NO
           MOVE PCD-PATL-BALANCE-AMT      TO PCD-SCAN-AMOUNT-DUE
           MOVE PCD-SCAN-LINE             TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE SPACES                    TO PCD-NOTICE-LINE
           WRITE PCD-NOTICE-LINE
           MOVE WS-NEXT-LEVEL             TO PCD-PATL-DUN-LEVEL
           MOVE WS-RUN-DATE               TO PCD-PATL-DUN-DATE
           ADD 1 TO PCD-PATL-STMT-COUNT
           MOVE WS-RUN-DATE               TO PCD-PATL-LAST-STMT-DATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-NOTICES-SENT
           IF PCD-PATL-DUN-FINAL
               ADD 1 TO WS-FINAL-NOTICES-SENT
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-BUILD-AGENCY-RECORD -- CONTACT FROM PCDRPCM WHEN THE     *
      **   CLAIM CARRIED A RESPONSIBLE PARTY; THE LEDGER'S OWN NAME      *
      **   AND ADDRESS ALWAYS GO TOO.                                    *
      **----------------------------------------------------------------*
       2300-BUILD-AGENCY-RECORD.
           MOVE SPACES                    TO PCD-AGYP-REC
           MOVE PCD-PATL-AGENCY-ID        TO PCD-AGYP-AGENCY-ID
           MOVE PCD-PATL-PAT-CNTL-NO      TO PCD-AGYP-PAT-CNTL-NO
           MOVE PCD-PATL-STMT-NO          TO PCD-AGYP-STMT-NO
           MOVE WS-RUN-DATE               TO PCD-AGYP-ACTION-DATE
           MOVE ZERO                      TO PCD-AGYP-BALANCE-AMT
           IF PCD-PATL-BALANCE-AMT > ZERO
               MOVE PCD-PATL-BALANCE-AMT  TO PCD-AGYP-BALANCE-AMT
           END-IF
           MOVE PCD-PATL-PATIENT-NAME     TO PCD-AGYP-PATIENT-NAME
           MOVE PCD-PATL-MAIL-ADDR-1      TO PCD-AGYP-MAIL-ADDR-1
           MOVE PCD-PATL-MAIL-ADDR-2      TO PCD-AGYP-MAIL-ADDR-2
           MOVE PCD-PATL-MAIL-CSZ         TO PCD-AGYP-MAIL-CSZ
           MOVE PCD-PATL-PAYOR-ID         TO PCD-AGYP-PAYOR-ID
           MOVE PCD-PATL-INSURED-ID       TO PCD-AGYP-INSURED-ID
           MOVE PCD-PATL-OPEN-DATE        TO PCD-AGYP-FIRST-STMT-DATE
           MOVE PCD-PATL-LAST-PAY-DATE    TO PCD-AGYP-LAST-PAY-DATE
           MOVE PCD-PATL-PAT-CNTL-NO      TO PCD-RPCM-PAT-CNTL-NO
           READ PCD-RP-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RPCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RPCM-FILE-STATUS
           END-READ
           IF WS-RPCM-FOUND
               MOVE PCD-RPCM-RP-LNAME     TO PCD-AGYP-RP-LNAME
               MOVE PCD-RPCM-RP-FNAME     TO PCD-AGYP-RP-FNAME
               MOVE PCD-RPCM-RP-ADDR-1    TO PCD-AGYP-RP-ADDR-1
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-PLACE-ACCOUNT -- THE FINAL NOTICE HAS HAD ITS 30 DAYS.   *
      **   AGENCIES ARE TAKEN IN TURN FROM THE ACTIVE LIST.              *
      **----------------------------------------------------------------*
       2400-PLACE-ACCOUNT.
           IF PCD-PATL-BALANCE-AMT < WS-PLACEMENT-MINIMUM
               ADD 1 TO WS-UNDER-MINIMUM-COUNT
               GO TO 2400-EXIT
           END-IF
           IF WS-AGY-COUNT = ZERO
               ADD 1 TO WS-NO-AGENCY-COUNT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-AGY-NEXT
           IF WS-AGY-NEXT > WS-AGY-COUNT
               MOVE 1 TO WS-AGY-NEXT
           END-IF
           MOVE WS-AGY-ID (WS-AGY-NEXT)   TO PCD-PATL-AGENCY-ID
           PERFORM 2300-BUILD-AGENCY-RECORD THRU 2300-EXIT
           SET PCD-AGYP-PLACEMENT         TO TRUE
           WRITE PCD-AGYP-REC
           SET PCD-PATL-PLACED            TO TRUE
           MOVE WS-RUN-DATE               TO PCD-PATL-PLACED-DATE
           MOVE PCD-PATL-BALANCE-AMT      TO PCD-PATL-PLACED-AMT
           MOVE ZERO                      TO PCD-PATL-AGENCY-PAID-AMT
                                             PCD-PATL-COLL-END-DATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-PLACED-COUNT
           ADD PCD-PATL-BALANCE-AMT TO WS-PLACED-AMOUNT.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-RECALL-ACCOUNT -- THE AGENCY KEEPS CREDIT FOR WHAT IT    *
      **   COLLECTED BEFORE THE RECALL.  THE DUNNING CYCLE RESTARTS      *
      **   FROM TODAY ON WHATEVER BALANCE IS LEFT.                       *
      **----------------------------------------------------------------*
       2500-RECALL-ACCOUNT.
           PERFORM 2300-BUILD-AGENCY-RECORD THRU 2300-EXIT
           SET PCD-AGYP-RECALL            TO TRUE
           WRITE PCD-AGYP-REC
           SET PCD-PATL-RECALLED          TO TRUE
           MOVE WS-RUN-DATE               TO PCD-PATL-COLL-END-DATE
           SET PCD-PATL-NOT-DUNNED        TO TRUE
           MOVE WS-RUN-DATE               TO PCD-PATL-DUN-DATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-RECALLED-COUNT.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-APPLY-ASSISTANCE -- SAME RULE AS PCD125: ONLY THE PART   *
      **   OF THE DISCOUNT NOT ALREADY TAKEN COMES OFF THE BALANCE.      *
      **   LEAVES THE PCDFAM ROW (IF ANY) FOR THE PENDING CHECK.         *
      **----------------------------------------------------------------*
       2600-APPLY-ASSISTANCE.
           MOVE 'N'    TO WS-FA-IN-FORCE-SW
           MOVE SPACES TO WS-FAM-FILE-STATUS
           IF PCD-PATL-PERSON-ID = ZERO
               GO TO 2600-EXIT
           END-IF
           MOVE PCD-PATL-PERSON-ID TO PCD-FAM-PERSON-ID
           READ PCD-FAM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-FAM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-FAM-FILE-STATUS
           END-READ
           IF NOT WS-FAM-FOUND
            OR NOT PCD-FAM-APPROVED
            OR PCD-FAM-EFF-DATE > WS-RUN-DATE
            OR (PCD-FAM-TERM-DATE > ZERO
                AND PCD-FAM-TERM-DATE < WS-RUN-DATE)
               GO TO 2600-EXIT
           END-IF
           MOVE 'Y' TO WS-FA-IN-FORCE-SW
           COMPUTE WS-FA-DISCOUNT ROUNDED
               = (PCD-PATL-PAT-RESP-AMT * PCD-FAM-DISCOUNT-PCT / 100)
               - PCD-PATL-FA-DISC-AMT
           IF WS-FA-DISCOUNT NOT > ZERO
               GO TO 2600-EXIT
           END-IF
           ADD WS-FA-DISCOUNT      TO PCD-PATL-FA-DISC-AMT
           SUBTRACT WS-FA-DISCOUNT FROM PCD-PATL-BALANCE-AMT
           EVALUATE TRUE
               WHEN PCD-PATL-BALANCE-AMT > ZERO
                   SET PCD-PATL-OPEN           TO TRUE
               WHEN PCD-PATL-BALANCE-AMT = ZERO
                   SET PCD-PATL-PAID-IN-FULL   TO TRUE
               WHEN OTHER
                   SET PCD-PATL-CREDIT-BALANCE TO TRUE
           END-EVALUATE
           REWRITE PCD-PATL-REC
           ADD 1 TO WS-FA-DISCOUNTED-COUNT.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-PATL-MASTER
           CLOSE PCD-RP-MASTER
           CLOSE PCD-FAM-MASTER
           CLOSE PCD-NOTICE-FILE
           CLOSE PCD-PLACEMENT-FILE
           DISPLAY 'PCD169 - LEDGER ROWS READ:      ' WS-ROWS-READ
           DISPLAY 'PCD169 - DUNNING NOTICES SENT:  ' WS-NOTICES-SENT
           DISPLAY 'PCD169 - OF WHICH FINAL:        '
               WS-FINAL-NOTICES-SENT
           DISPLAY 'PCD169 - PLACED WITH AGENCY:    ' WS-PLACED-COUNT
           DISPLAY 'PCD169 - AMOUNT PLACED:         ' WS-PLACED-AMOUNT
           DISPLAY 'PCD169 - RECALLED FROM AGENCY:  ' WS-RECALLED-COUNT
           DISPLAY 'PCD169 - UNDER PLACEMENT MIN:   '
               WS-UNDER-MINIMUM-COUNT
           DISPLAY 'PCD169 - NO ACTIVE AGENCY:      '
               WS-NO-AGENCY-COUNT
           DISPLAY 'PCD169 - ASSISTANCE DISCOUNTS:  '
               WS-FA-DISCOUNTED-COUNT
           DISPLAY 'PCD169 - HELD, FA PENDING:      '
               WS-FA-PENDING-COUNT.
       9000-EXIT.
           EXIT.
