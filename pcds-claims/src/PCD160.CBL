      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD160              SYSTEM: PCDS                 *
      **    MONTHLY CAPITATION RECONCILIATION                         *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  FOR ONE            *
      **                          CAPITATION MONTH (PCDCAPCD CARD,     *
      **                          DEFAULT THE PRIOR CALENDAR MONTH)    *
      **                          MATCHES THE PCDCAPEN ENCOUNTER       *
      **                          EXTRACT TO THE PCDCAPR ROSTER AND    *
      **                          PRINTS THREE SECTIONS ON PCDCAPRP:   *
      **                          ENCOUNTERS FOR MEMBERS NOT ON THE    *
      **                          ROSTER, ROSTER MEMBERS PAID FOR      *
      **                          WITH NO ENCOUNTERS, AND EACH PLAN'S  *
      **                          CAPITATION REMITTANCE (PCDCAPPY)     *
      **                          AGAINST THE ROSTER RATE TOTAL.  AN   *
      **                          ENCOUNTER MATCHES ON PAYER AND       *
      **                          D0-INSURED-ID FIRST, THEN ON ANY     *
      **                          OTHER INSURED ID THE PCDEPIM PERSON  *
      **                          HAS CARRIED, SO A REISSUED MEMBER    *
      **                          CARD STILL FINDS ITS ROSTER ROW.     *
      **                          MATCHED ROWS ARE STAMPED WITH THE    *
      **                          ENCOUNTER COUNT AND PERSON ID; THE   *
      **                          COUNTS ARE ZEROED FIRST SO A RERUN   *
      **                          OF THE MONTH GIVES THE SAME ANSWER.  *
      ** RTC    10/15/26          THE ENCOUNTER'S INSURED ID IS        *
      **                          TOKENIZED THROUGH PCDTOKN BEFORE THE *
      **                          ROSTER LOOKUP AND ALIAS COMPARISON,  *
      **                          SINCE PCDCAPR AND THE PCDEPIM        *
      **                          ALIASES NOW HOLD VAULT TOKENS IN     *
      **                          PLACE OF SOCIAL SECURITY NUMBERS.    *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD160.
       AUTHOR.        MANAGED CARE UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDCAPCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CAPE-FILE    ASSIGN TO PCDCAPEN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CAPPY-FILE   ASSIGN TO PCDCAPPY
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CAPR-MASTER  ASSIGN TO PCDCAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CAPR-KEY
               FILE STATUS IS WS-CAPR-FILE-STATUS.
           SELECT PCD-EPIM-MASTER  ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDCAPRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-CAP-MONTH      PIC X(006).
           05  FILLER                 PIC X(074).
       FD  PCD-CAPE-FILE
           RECORDING MODE IS F.
       COPY PCDCAPE.
      **----------------------------------------------------------------*
      **   CAPITATION REMITTANCE SUMMARY, ONE ROW PER PLAN PER MONTH,    *
      **   KEYED IN FROM THE PLAN'S CAPITATION STATEMENT.                *
      **----------------------------------------------------------------*
       FD  PCD-CAPPY-FILE
           RECORDING MODE IS F.
       01  FD-CAPPY-REC.
           05  FD-CAPPY-PAYOR-ID      PIC X(005).
           05  FD-CAPPY-CAP-MONTH     PIC X(006).
           05  FD-CAPPY-PAID-AMT      PIC 9(009)V99.
           05  FD-CAPPY-MEMBER-COUNT  PIC 9(007).
           05  FILLER                 PIC X(051).
       FD  PCD-CAPR-MASTER.
       COPY PCDCAPR.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDTOKA.
       77  WS-CAPE-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CAPE-END-OF-FILE                 VALUE 'Y'.
       77  WS-CAPPY-EOF-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-CAPPY-END-OF-FILE                VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-MATCHED-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-ENCOUNTER-MATCHED                VALUE 'Y'.
       77  WS-CAPR-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CAPR-FOUND                       VALUE '00'.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CAP-MONTH                PIC 9(006)  VALUE ZERO.
       77  WS-CAP-CCYY                 PIC 9(004)  VALUE ZERO.
       77  WS-CAP-MM                   PIC 9(002)  VALUE ZERO.
       77  WS-ALIAS-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PAYER-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PAYER-COUNT              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-WORK-PAYOR-ID            PIC X(005)  VALUE SPACES.
       77  WS-ENCOUNTERS-READ          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ENCOUNTERS-MATCHED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALIAS-MATCHES            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ENCOUNTERS-UNMATCHED     PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROSTER-MEMBERS           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEMBERS-NO-ENCOUNTER     PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PAYERS-FLAGGED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PAYERS-OVERFLOW          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-WORK-VARIANCE            PIC S9(011)V99 VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE ENTRY PER PLAN SEEN ON THE ROSTER, THE EXTRACT OR THE     *
      **   REMITTANCE FILE FOR THE MONTH.                                *
      **----------------------------------------------------------------*
       01  WS-PAYER-TABLE.
           05  WS-PAYER-ENTRY OCCURS 300 TIMES.
               10  WS-PY-PAYOR-ID      PIC X(005).
               10  WS-PY-ROSTER-MBRS   PIC 9(007)    COMP-3.
               10  WS-PY-ROSTER-AMT    PIC 9(011)V99 COMP-3.
               10  WS-PY-NO-ENC-MBRS   PIC 9(007)    COMP-3.
               10  WS-PY-UNMATCHED     PIC 9(007)    COMP-3.
               10  WS-PY-PAID-MBRS     PIC 9(007)    COMP-3.
               10  WS-PY-PAID-AMT      PIC 9(011)V99 COMP-3.
               10  WS-PY-REMIT-SW      PIC X(001).
                   88  WS-PY-REMIT-RECEIVED        VALUE 'Y'.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(045)  VALUE
               'PCD160 - CAPITATION RECONCILIATION FOR MONTH '.
           05  WS-H1-CAP-MONTH         PIC 9(006).
           05  FILLER                  PIC X(011)  VALUE
               '  RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(062)  VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE        PIC X(060).
           05  FILLER                  PIC X(072)  VALUE SPACES.
       01  WS-UNMATCHED-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-INSURED-ID         PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-PERSON-ID          PIC Z(008)9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-BATCH-TYPE         PIC X(003).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-U-JOBNUM             PIC X(008).
           05  FILLER                  PIC X(061)  VALUE SPACES.
       01  WS-NO-ENC-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-N-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-N-MEMBER-ID          PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-N-PMPM-RATE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-N-PERSON-ID          PIC Z(008)9.
           05  FILLER                  PIC X(084)  VALUE SPACES.
       01  WS-REMIT-HEADING.
           05  FILLER                  PIC X(050)  VALUE
               '  PAYER  ROSTER MBRS  ROSTER AMOUNT  PAID MBRS    '.
           05  FILLER                  PIC X(050)  VALUE
               '  PAID AMOUNT       VARIANCE  NO-ENC UNMATCH  NOTE'.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REMIT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-ROSTER-MBRS        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-ROSTER-AMT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-PAID-MBRS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-PAID-AMT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-VARIANCE           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-R-NO-ENC-MBRS        PIC ZZZZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-UNMATCHED          PIC ZZZZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-R-NOTE               PIC X(020).
           05  FILLER                  PIC X(020)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-RESET-ROSTER-MONTH THRU 2000-EXIT
           PERFORM 3000-MATCH-ENCOUNTERS   THRU 3000-EXIT
           PERFORM 4000-LIST-UNUSED-MEMBERS THRU 4000-EXIT
           PERFORM 5000-RECONCILE-REMITTANCE THRU 5000-EXIT
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- A BLANK OR MISSING CARD MEANS THE MONTH    *
      **   BEFORE THE RUN DATE.                                          *
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
           IF FD-CARD-CAP-MONTH IS NUMERIC
           AND FD-CARD-CAP-MONTH NOT = ZERO
               MOVE FD-CARD-CAP-MONTH TO WS-CAP-MONTH
           ELSE
               COMPUTE WS-CAP-CCYY = WS-RUN-DATE / 10000
               COMPUTE WS-CAP-MM   = (WS-RUN-DATE / 100)
                                   - (WS-CAP-CCYY * 100)
               IF WS-CAP-MM = 01
                   SUBTRACT 1 FROM WS-CAP-CCYY
                   MOVE 12 TO WS-CAP-MM
               ELSE
                   SUBTRACT 1 FROM WS-CAP-MM
               END-IF
               COMPUTE WS-CAP-MONTH = (WS-CAP-CCYY * 100) + WS-CAP-MM
           END-IF
           OPEN INPUT  PCD-CAPE-FILE
           OPEN INPUT  PCD-CAPPY-FILE
           OPEN I-O    PCD-CAPR-MASTER
           OPEN INPUT  PCD-EPIM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-CAP-MONTH TO WS-H1-CAP-MONTH
           MOVE WS-RUN-DATE  TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-RESET-ROSTER-MONTH -- ZERO THE MONTH'S ENCOUNTER COUNTS  *
      **   SO THEY REFLECT THIS RUN ONLY.                                *
      **----------------------------------------------------------------*
       2000-RESET-ROSTER-MONTH.
           PERFORM 6000-START-MONTH-BROWSE THRU 6000-EXIT
           PERFORM 2100-RESET-ONE-ROW THRU 2100-EXIT
               UNTIL WS-BROWSE-DONE.
       2000-EXIT.
           EXIT.
       2100-RESET-ONE-ROW.
           PERFORM 6100-READ-NEXT-IN-MONTH THRU 6100-EXIT
           IF WS-BROWSE-DONE
               GO TO 2100-EXIT
           END-IF
           IF PCD-CAPR-ENCOUNTER-COUNT NOT = ZERO
               MOVE ZERO TO PCD-CAPR-ENCOUNTER-COUNT
               REWRITE PCD-CAPR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-MATCH-ENCOUNTERS -- SECTION 1, ENCOUNTERS FOR MEMBERS    *
      **   NOT ON THE ROSTER.                                            *
      **----------------------------------------------------------------*
       3000-MATCH-ENCOUNTERS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'SECTION 1 - ENCOUNTERS FOR MEMBERS NOT ON THE ROSTER'
               TO WS-SECTION-TITLE
           MOVE WS-SECTION-LINE TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  PAYER  INSURED ID         PERSON ID  PATIENT CNTL NO
      -        '    TYP  JOBNUM' TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
           PERFORM 3200-MATCH-ONE-ENCOUNTER THRU 3200-EXIT
               UNTIL WS-CAPE-END-OF-FILE.
       3000-EXIT.
           EXIT.
       3100-READ-EXTRACT.
           READ PCD-CAPE-FILE
               AT END
                   SET WS-CAPE-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
       3200-MATCH-ONE-ENCOUNTER.
           IF PCD-CAPE-SERVICE-MONTH NOT = WS-CAP-MONTH
               PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-ENCOUNTERS-READ
           MOVE 'N' TO WS-MATCHED-SWITCH
           PERFORM 3500-TOKENIZE-INSURED-ID THRU 3500-EXIT
           MOVE WS-CAP-MONTH        TO PCD-CAPR-CAP-MONTH
           MOVE PCD-CAPE-PAYOR-ID   TO PCD-CAPR-PAYOR-ID
           MOVE PCD-CAPE-INSURED-ID TO PCD-CAPR-MEMBER-ID
           PERFORM 6200-READ-ROSTER-ROW THRU 6200-EXIT
           IF WS-CAPR-FOUND
               PERFORM 3400-STAMP-ROSTER-ROW THRU 3400-EXIT
           ELSE
               IF PCD-CAPE-PERSON-ID > ZERO
                   PERFORM 3300-TRY-PERSON-ALIASES THRU 3300-EXIT
               END-IF
           END-IF
           IF NOT WS-ENCOUNTER-MATCHED
               ADD 1 TO WS-ENCOUNTERS-UNMATCHED
               MOVE PCD-CAPE-PAYOR-ID    TO WS-WORK-PAYOR-ID
               PERFORM 7000-FIND-PAYER THRU 7000-EXIT
               IF WS-PAYER-SUB > ZERO
                   ADD 1 TO WS-PY-UNMATCHED (WS-PAYER-SUB)
               END-IF
               MOVE PCD-CAPE-PAYOR-ID    TO WS-U-PAYOR-ID
               MOVE PCD-CAPE-INSURED-ID  TO WS-U-INSURED-ID
               MOVE PCD-CAPE-PERSON-ID   TO WS-U-PERSON-ID
               MOVE PCD-CAPE-PAT-CNTL-NO TO WS-U-PAT-CNTL-NO
               MOVE PCD-CAPE-BATCH-TYPE  TO WS-U-BATCH-TYPE
               MOVE PCD-CAPE-JOBNUM      TO WS-U-JOBNUM
               MOVE WS-UNMATCHED-DETAIL  TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF
           PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-TRY-PERSON-ALIASES -- THE PLAN MAY HAVE THE MEMBER ON    *
      **   THE ROSTER UNDER ANOTHER ID THE SAME PERSON HAS CARRIED.      *
      **----------------------------------------------------------------*
       3300-TRY-PERSON-ALIASES.
           MOVE PCD-CAPE-PERSON-ID TO PCD-EPIM-PERSON-ID
           READ PCD-EPIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIM-FILE-STATUS
           END-READ
           IF NOT WS-EPIM-FOUND
           OR PCD-EPIM-ALIAS-COUNT NOT NUMERIC
               GO TO 3300-EXIT
           END-IF
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > PCD-EPIM-ALIAS-COUNT
                   OR WS-ALIAS-SUB > 10
                   OR WS-ENCOUNTER-MATCHED
               IF PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB) NOT = SPACES
               AND PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB)
                       NOT = PCD-CAPE-INSURED-ID
                   MOVE WS-CAP-MONTH      TO PCD-CAPR-CAP-MONTH
                   MOVE PCD-CAPE-PAYOR-ID TO PCD-CAPR-PAYOR-ID
                   MOVE PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB)
                                          TO PCD-CAPR-MEMBER-ID
                   PERFORM 6200-READ-ROSTER-ROW THRU 6200-EXIT
                   IF WS-CAPR-FOUND
                       ADD 1 TO WS-ALIAS-MATCHES
                       PERFORM 3400-STAMP-ROSTER-ROW THRU 3400-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.
       3400-STAMP-ROSTER-ROW.
           SET WS-ENCOUNTER-MATCHED TO TRUE
           ADD 1 TO WS-ENCOUNTERS-MATCHED
           IF PCD-CAPR-ENCOUNTER-COUNT < 99999
               ADD 1 TO PCD-CAPR-ENCOUNTER-COUNT
           END-IF
           IF PCD-CAPE-PERSON-ID > ZERO
               MOVE PCD-CAPE-PERSON-ID TO PCD-CAPR-PERSON-ID
           END-IF
           REWRITE PCD-CAPR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       3400-EXIT.
           EXIT.
       3500-TOKENIZE-INSURED-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD160' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE PCD-CAPE-INSURED-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD160 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO PCD-CAPE-INSURED-ID.
       3500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-LIST-UNUSED-MEMBERS -- SECTION 2, ROSTER MEMBERS THE     *
      **   PLAN PAID FOR WITH NO ENCOUNTER; ALSO TOTALS EACH PLAN'S      *
      **   ROSTER FOR SECTION 3.                                         *
      **----------------------------------------------------------------*
       4000-LIST-UNUSED-MEMBERS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'SECTION 2 - ROSTER MEMBERS PAID FOR WITH NO ENCOUNTERS'
               TO WS-SECTION-TITLE
           MOVE WS-SECTION-LINE TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE '  PAYER  MEMBER ID           PMPM RATE  PERSON ID'
               TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 6000-START-MONTH-BROWSE THRU 6000-EXIT
           PERFORM 4100-CHECK-ONE-MEMBER THRU 4100-EXIT
               UNTIL WS-BROWSE-DONE.
       4000-EXIT.
           EXIT.
       4100-CHECK-ONE-MEMBER.
           PERFORM 6100-READ-NEXT-IN-MONTH THRU 6100-EXIT
           IF WS-BROWSE-DONE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-ROSTER-MEMBERS
           MOVE PCD-CAPR-PAYOR-ID TO WS-WORK-PAYOR-ID
           PERFORM 7000-FIND-PAYER THRU 7000-EXIT
           IF WS-PAYER-SUB > ZERO
               ADD 1 TO WS-PY-ROSTER-MBRS (WS-PAYER-SUB)
               ADD PCD-CAPR-PMPM-RATE
                   TO WS-PY-ROSTER-AMT (WS-PAYER-SUB)
           END-IF
           IF PCD-CAPR-ENCOUNTER-COUNT > ZERO
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-MEMBERS-NO-ENCOUNTER
           IF WS-PAYER-SUB > ZERO
               ADD 1 TO WS-PY-NO-ENC-MBRS (WS-PAYER-SUB)
           END-IF
           MOVE PCD-CAPR-PAYOR-ID  TO WS-N-PAYOR-ID
           MOVE PCD-CAPR-MEMBER-ID TO WS-N-MEMBER-ID
           MOVE PCD-CAPR-PMPM-RATE TO WS-N-PMPM-RATE
           MOVE PCD-CAPR-PERSON-ID TO WS-N-PERSON-ID
           MOVE WS-NO-ENC-DETAIL   TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-RECONCILE-REMITTANCE -- SECTION 3.  A PLAN THAT HAS      *
      **   QUIETLY DROPPED MEMBERS SHOWS AS PAID BELOW ITS ROSTER OR     *
      **   PAYING FOR FEWER MEMBERS THAN IT LISTS.                       *
      **----------------------------------------------------------------*
       5000-RECONCILE-REMITTANCE.
           PERFORM 5100-READ-REMITTANCE THRU 5100-EXIT
           PERFORM 5200-POST-ONE-REMITTANCE THRU 5200-EXIT
               UNTIL WS-CAPPY-END-OF-FILE
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'SECTION 3 - CAPITATION REMITTANCE AGAINST ROSTER RATE'
               TO WS-SECTION-TITLE
           MOVE WS-SECTION-LINE  TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REMIT-HEADING TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           PERFORM 5300-PRINT-ONE-PAYER THRU 5300-EXIT
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT.
       5000-EXIT.
           EXIT.
       5100-READ-REMITTANCE.
           READ PCD-CAPPY-FILE
               AT END
                   SET WS-CAPPY-END-OF-FILE TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.
       5200-POST-ONE-REMITTANCE.
           IF FD-CAPPY-CAP-MONTH NOT NUMERIC
           OR FD-CAPPY-CAP-MONTH NOT = WS-CAP-MONTH
           OR FD-CAPPY-PAID-AMT NOT NUMERIC
           OR FD-CAPPY-MEMBER-COUNT NOT NUMERIC
               PERFORM 5100-READ-REMITTANCE THRU 5100-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE FD-CAPPY-PAYOR-ID TO WS-WORK-PAYOR-ID
           PERFORM 7000-FIND-PAYER THRU 7000-EXIT
           IF WS-PAYER-SUB > ZERO
               SET WS-PY-REMIT-RECEIVED (WS-PAYER-SUB) TO TRUE
               ADD FD-CAPPY-PAID-AMT
                   TO WS-PY-PAID-AMT  (WS-PAYER-SUB)
               ADD FD-CAPPY-MEMBER-COUNT
                   TO WS-PY-PAID-MBRS (WS-PAYER-SUB)
           END-IF
           PERFORM 5100-READ-REMITTANCE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.
       5300-PRINT-ONE-PAYER.
           COMPUTE WS-WORK-VARIANCE = WS-PY-PAID-AMT (WS-PAYER-SUB)
                                    - WS-PY-ROSTER-AMT (WS-PAYER-SUB)
           EVALUATE TRUE
               WHEN NOT WS-PY-REMIT-RECEIVED (WS-PAYER-SUB)
                AND WS-PY-ROSTER-MBRS (WS-PAYER-SUB) > ZERO
                   MOVE 'NO REMITTANCE'        TO WS-R-NOTE
               WHEN WS-PY-ROSTER-MBRS (WS-PAYER-SUB) = ZERO
                AND WS-PY-REMIT-RECEIVED (WS-PAYER-SUB)
                   MOVE 'NO ROSTER LOADED'     TO WS-R-NOTE
               WHEN WS-PY-ROSTER-MBRS (WS-PAYER-SUB) = ZERO
                   MOVE 'ENCOUNTERS, NO ROSTER' TO WS-R-NOTE
               WHEN WS-WORK-VARIANCE < ZERO
                   MOVE 'UNDERPAID'            TO WS-R-NOTE
               WHEN WS-WORK-VARIANCE > ZERO
                   MOVE 'OVERPAID'             TO WS-R-NOTE
               WHEN WS-PY-PAID-MBRS (WS-PAYER-SUB)
                       NOT = WS-PY-ROSTER-MBRS (WS-PAYER-SUB)
                   MOVE 'MEMBER COUNT DIFFERS' TO WS-R-NOTE
               WHEN OTHER
                   MOVE SPACES                 TO WS-R-NOTE
           END-EVALUATE
           IF WS-R-NOTE NOT = SPACES
               ADD 1 TO WS-PAYERS-FLAGGED
           END-IF
           MOVE WS-PY-PAYOR-ID    (WS-PAYER-SUB) TO WS-R-PAYOR-ID
           MOVE WS-PY-ROSTER-MBRS (WS-PAYER-SUB) TO WS-R-ROSTER-MBRS
           MOVE WS-PY-ROSTER-AMT  (WS-PAYER-SUB) TO WS-R-ROSTER-AMT
           MOVE WS-PY-PAID-MBRS   (WS-PAYER-SUB) TO WS-R-PAID-MBRS
           MOVE WS-PY-PAID-AMT    (WS-PAYER-SUB) TO WS-R-PAID-AMT
           MOVE WS-WORK-VARIANCE                 TO WS-R-VARIANCE
           MOVE WS-PY-NO-ENC-MBRS (WS-PAYER-SUB) TO WS-R-NO-ENC-MBRS
           MOVE WS-PY-UNMATCHED   (WS-PAYER-SUB) TO WS-R-UNMATCHED
           MOVE WS-REMIT-DETAIL TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       5300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000/6100 -- BROWSE THE ROSTER ROWS OF THE MONTH.             *
      **----------------------------------------------------------------*
       6000-START-MONTH-BROWSE.
           MOVE 'N'          TO WS-BROWSE-SWITCH
           MOVE LOW-VALUES   TO PCD-CAPR-KEY
           MOVE WS-CAP-MONTH TO PCD-CAPR-CAP-MONTH
           START PCD-CAPR-MASTER KEY NOT < PCD-CAPR-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
       6000-EXIT.
           EXIT.
       6100-READ-NEXT-IN-MONTH.
           READ PCD-CAPR-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF PCD-CAPR-CAP-MONTH NOT = WS-CAP-MONTH
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
       6200-READ-ROSTER-ROW.
           READ PCD-CAPR-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CAPR-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CAPR-FILE-STATUS
           END-READ.
       6200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-FIND-PAYER -- LOCATE OR ADD WS-WORK-PAYOR-ID IN THE      *
      **   PAYER TABLE; WS-PAYER-SUB IS ZERO WHEN THE TABLE IS FULL.     *
      **----------------------------------------------------------------*
       7000-FIND-PAYER.
           PERFORM VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
                   OR WS-PY-PAYOR-ID (WS-PAYER-SUB) = WS-WORK-PAYOR-ID
               CONTINUE
           END-PERFORM
           IF WS-PAYER-SUB NOT > WS-PAYER-COUNT
               GO TO 7000-EXIT
           END-IF
           IF WS-PAYER-COUNT = 300
               ADD 1 TO WS-PAYERS-OVERFLOW
               MOVE ZERO TO WS-PAYER-SUB
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO WS-PAYER-COUNT
           MOVE WS-PAYER-COUNT   TO WS-PAYER-SUB
           MOVE WS-WORK-PAYOR-ID TO WS-PY-PAYOR-ID (WS-PAYER-SUB)
           MOVE ZERO TO WS-PY-ROSTER-MBRS (WS-PAYER-SUB)
                        WS-PY-ROSTER-AMT  (WS-PAYER-SUB)
                        WS-PY-NO-ENC-MBRS (WS-PAYER-SUB)
                        WS-PY-UNMATCHED   (WS-PAYER-SUB)
                        WS-PY-PAID-MBRS   (WS-PAYER-SUB)
                        WS-PY-PAID-AMT    (WS-PAYER-SUB)
           MOVE 'N'  TO WS-PY-REMIT-SW    (WS-PAYER-SUB).
       7000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CAPE-FILE
           CLOSE PCD-CAPPY-FILE
           CLOSE PCD-CAPR-MASTER
           CLOSE PCD-EPIM-MASTER
           CLOSE PCD-REPORT-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD160 - CAPITATION MONTH:      ' WS-CAP-MONTH
           DISPLAY 'PCD160 - ENCOUNTERS IN MONTH:   ' WS-ENCOUNTERS-READ
           DISPLAY 'PCD160 - MATCHED TO ROSTER:     '
               WS-ENCOUNTERS-MATCHED
           DISPLAY 'PCD160 - MATCHED VIA PERSON ID: ' WS-ALIAS-MATCHES
           DISPLAY 'PCD160 - NOT ON ROSTER:         '
               WS-ENCOUNTERS-UNMATCHED
           DISPLAY 'PCD160 - ROSTER MEMBERS:        ' WS-ROSTER-MEMBERS
           DISPLAY 'PCD160 - MEMBERS NO ENCOUNTER:  '
               WS-MEMBERS-NO-ENCOUNTER
           DISPLAY 'PCD160 - PLANS FLAGGED:         ' WS-PAYERS-FLAGGED
           DISPLAY 'PCD160 - PLANS PAST TABLE SIZE: '
               WS-PAYERS-OVERFLOW.
       9000-EXIT.
           EXIT.
