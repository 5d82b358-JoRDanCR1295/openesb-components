      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD158              SYSTEM: PCDS                 *
      **    MONTHLY CAPITATION ROSTER LOAD                            *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  LOADS EACH PLAN'S  *
      **                          MONTHLY CAPITATION ROSTER (MEMBER    *
      **                          ID, CAPITATION MONTH, PMPM RATE)     *
      **                          FROM PCDCAPIN TO THE PCDCAPR         *
      **                          MASTER.  THE FIRST ROW SEEN FOR A    *
      **                          PAYER AND MONTH CLEARS WHATEVER WAS  *
      **                          LOADED FOR THAT PAYER AND MONTH      *
      **                          BEFORE, SO A CORRECTED ROSTER        *
      **                          REPLACES THE OLD ONE OUTRIGHT AND A  *
      **                          DROPPED MEMBER DOES NOT LINGER.      *
      **                          OTHER MONTHS AND PAYERS ARE LEFT     *
      **                          ALONE.  ROWS WITH A BLANK PAYER OR   *
      **                          MEMBER, A BAD MONTH OR A NON-NUMERIC *
      **                          RATE ARE REJECTED AND COUNTED.       *
      ** RTC    10/15/26          A ROSTER MEMBER ID THAT IS A SOCIAL  *
      **                          SECURITY NUMBER IS STORED ON PCDCAPR *
      **                          AS ITS PCDTOKN VAULT TOKEN, MATCHING *
      **                          THE TOKENIZED INSURED IDS ON THE     *
      **                          ENCOUNTERS.                          *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD158.
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
           SELECT PCD-CAPIN-FILE  ASSIGN TO PCDCAPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CAPR-MASTER ASSIGN TO PCDCAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CAPR-KEY
               FILE STATUS IS WS-CAPR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CAPIN-FILE
           RECORDING MODE IS F.
       01  FD-CAPIN-REC               PIC X(080).
       FD  PCD-CAPR-MASTER.
       COPY PCDCAPR.
       WORKING-STORAGE SECTION.
       COPY PCDTOKA.
      **----------------------------------------------------------------*
      **   ROSTER FEED LAYOUT, ONE MEMBER PER ROW.  MONTH IS CCYYMM.     *
      **----------------------------------------------------------------*
       01  WS-CAPIN-REC.
           05  WS-CAPIN-PAYOR-ID       PIC X(005).
           05  WS-CAPIN-CAP-MONTH      PIC X(006).
           05  WS-CAPIN-CAP-MONTH-9 REDEFINES WS-CAPIN-CAP-MONTH
                                       PIC 9(006).
           05  WS-CAPIN-CAP-MONTH-R REDEFINES WS-CAPIN-CAP-MONTH.
               10  WS-CAPIN-CAP-CCYY   PIC X(004).
               10  WS-CAPIN-CAP-MM     PIC 9(002).
           05  WS-CAPIN-MEMBER-ID      PIC X(017).
           05  WS-CAPIN-PMPM-RATE      PIC X(007).
           05  WS-CAPIN-PMPM-RATE-9 REDEFINES WS-CAPIN-PMPM-RATE
                                       PIC 9(005)V99.
           05  FILLER                  PIC X(045).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CLEAR-EOF-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-CLEAR-DONE                       VALUE 'Y'.
       77  WS-CAPR-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CAPR-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CLEARED-SUB              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLEARED-COUNT            PIC 9(004)  COMP  VALUE ZERO.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEMBERS-LOADED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MEMBERS-REPLACED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REJECTED            PIC 9(005)  COMP  VALUE ZERO.
       01  WS-CLEARED-TABLE.
           05  WS-CLEARED-ENTRY OCCURS 500 TIMES.
               10  WS-CL-CAP-MONTH     PIC 9(006).
               10  WS-CL-PAYOR-ID      PIC X(005).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ROSTER   THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CAPIN-FILE
           OPEN I-O   PCD-CAPR-MASTER
           PERFORM 1100-READ-CAPIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CAPIN.
           READ PCD-CAPIN-FILE INTO WS-CAPIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-LOAD-ROSTER.
           ADD 1 TO WS-ROWS-READ
           IF WS-CAPIN-PAYOR-ID = SPACES
           OR WS-CAPIN-MEMBER-ID = SPACES
           OR WS-CAPIN-CAP-MONTH NOT NUMERIC
           OR WS-CAPIN-CAP-MM < 01
           OR WS-CAPIN-CAP-MM > 12
           OR WS-CAPIN-PMPM-RATE NOT NUMERIC
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM 1100-READ-CAPIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-TOKENIZE-MEMBER-ID THRU 2200-EXIT
           PERFORM 2100-CLEAR-PRIOR-LOAD THRU 2100-EXIT
           MOVE SPACES                TO PCD-CAPR-REC
           MOVE WS-CAPIN-CAP-MONTH-9  TO PCD-CAPR-CAP-MONTH
           MOVE WS-CAPIN-PAYOR-ID     TO PCD-CAPR-PAYOR-ID
           MOVE WS-CAPIN-MEMBER-ID    TO PCD-CAPR-MEMBER-ID
           MOVE WS-CAPIN-PMPM-RATE-9  TO PCD-CAPR-PMPM-RATE
           MOVE ZERO                  TO PCD-CAPR-PERSON-ID
                                         PCD-CAPR-ENCOUNTER-COUNT
           MOVE WS-RUN-DATE           TO PCD-CAPR-LOAD-DATE
           WRITE PCD-CAPR-REC
               INVALID KEY
                   ADD 1 TO WS-ROWS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-LOADED
           END-WRITE
           PERFORM 1100-READ-CAPIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-CLEAR-PRIOR-LOAD -- ONCE PER PAYER/MONTH PER RUN,        *
      **   DELETE THE ROWS ALREADY ON FILE FOR IT.  A DUPLICATE MEMBER   *
      **   WITHIN THE NEW ROSTER THEN REJECTS ON THE WRITE.              *
      **----------------------------------------------------------------*
       2100-CLEAR-PRIOR-LOAD.
           PERFORM VARYING WS-CLEARED-SUB FROM 1 BY 1
                   UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT
                   OR (WS-CL-CAP-MONTH (WS-CLEARED-SUB)
                           = WS-CAPIN-CAP-MONTH-9
                   AND WS-CL-PAYOR-ID (WS-CLEARED-SUB)
                           = WS-CAPIN-PAYOR-ID)
               CONTINUE
           END-PERFORM
           IF WS-CLEARED-SUB NOT > WS-CLEARED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-CLEARED-COUNT < 500
               ADD 1 TO WS-CLEARED-COUNT
               MOVE WS-CAPIN-CAP-MONTH-9
                   TO WS-CL-CAP-MONTH (WS-CLEARED-COUNT)
               MOVE WS-CAPIN-PAYOR-ID
                   TO WS-CL-PAYOR-ID  (WS-CLEARED-COUNT)
           END-IF
           MOVE WS-CAPIN-CAP-MONTH-9 TO PCD-CAPR-CAP-MONTH
           MOVE WS-CAPIN-PAYOR-ID    TO PCD-CAPR-PAYOR-ID
           MOVE LOW-VALUES           TO PCD-CAPR-MEMBER-ID
           MOVE 'N'                  TO WS-CLEAR-EOF-SWITCH
           START PCD-CAPR-MASTER KEY NOT < PCD-CAPR-KEY
               INVALID KEY
                   SET WS-CLEAR-DONE TO TRUE
           END-START
           PERFORM 2110-DELETE-ONE-ROW THRU 2110-EXIT
               UNTIL WS-CLEAR-DONE.
       2100-EXIT.
           EXIT.
       2110-DELETE-ONE-ROW.
           READ PCD-CAPR-MASTER NEXT RECORD
               AT END
                   SET WS-CLEAR-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF PCD-CAPR-CAP-MONTH NOT = WS-CAPIN-CAP-MONTH-9
           OR PCD-CAPR-PAYOR-ID  NOT = WS-CAPIN-PAYOR-ID
               SET WS-CLEAR-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           DELETE PCD-CAPR-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-REPLACED
           END-DELETE.
       2110-EXIT.
           EXIT.
       2200-TOKENIZE-MEMBER-ID.
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE 'I'      TO PCD-TOKA-ID-TYPE
           MOVE 'PCD158' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-CAPIN-MEMBER-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD158 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-TOKA-VALUE TO WS-CAPIN-MEMBER-ID.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CAPIN-FILE
           CLOSE PCD-CAPR-MASTER
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           DISPLAY 'PCD158 - ROSTER ROWS READ:      ' WS-ROWS-READ
           DISPLAY 'PCD158 - MEMBERS LOADED:        ' WS-MEMBERS-LOADED
           DISPLAY 'PCD158 - PRIOR ROWS REPLACED:   '
               WS-MEMBERS-REPLACED
           DISPLAY 'PCD158 - ROWS REJECTED:         ' WS-ROWS-REJECTED.
       9000-EXIT.
           EXIT.
