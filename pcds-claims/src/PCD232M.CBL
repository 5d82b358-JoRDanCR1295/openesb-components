      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD232M          SYSTEM: PCDS                     *
      **    RECORDS REQUEST / AUDIT CASE ONLINE MAINTENANCE            *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  FOLLOWS THE        *
      **                          PCD106M PATTERN.  THE OPERATOR KEYS  *
      **                          AN OPERATOR ID, A CLIENT ID (CHECKED *
      **                          THROUGH PCDCLNT), THE PAYOR ID AND   *
      **                          PAYER CASE NUMBER OF AN ADR,         *
      **                          RAC/UPIC AUDIT LETTER OR COMMERCIAL  *
      **                          RECORDS REQUEST, AND AN ACTION:      *
      **                          I=INQUIRE, A=ADD THE CASE WITH ITS   *
      **                          RECEIVED AND DUE DATES AND DOCUMENTS *
      **                          REQUESTED, L=LINK A CLAIM ON PCDCRPM *
      **                          (LOGGED THROUGH PCDDISC), S=RECORD   *
      **                          THE RECORDS SENT WITH THE PROOF OF   *
      **                          SUBMISSION, D=RECORD A DEMAND        *
      **                          LETTER, WHICH FILES THE EXPECTED     *
      **                          RECOUPMENT ON PCDRCPM, C=CLOSE THE   *
      **                          CASE.                                *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD232M.
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
           SELECT PCD-ADRM-MASTER ASSIGN TO PCDADRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ADRM-KEY
               FILE STATUS IS WS-ADRM-FILE-STATUS.
           SELECT PCD-ADRL-MASTER ASSIGN TO PCDADRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ADRL-KEY
               FILE STATUS IS WS-ADRL-FILE-STATUS.
           SELECT PCD-CRPM-MASTER ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-RCPM-MASTER ASSIGN TO PCDRCPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RCPM-KEY
               FILE STATUS IS WS-RCPM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-ADRM-MASTER.
       COPY PCDADRM.
       FD  PCD-ADRL-MASTER.
       COPY PCDADRL.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-RCPM-MASTER.
       COPY PCDRCPM.
       WORKING-STORAGE SECTION.
       COPY PCDDISA.
       77  WS-ADRM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-ADRM-FOUND                        VALUE '00'.
       77  WS-ADRL-FILE-STATUS          PIC X(002)  VALUE SPACES.
       77  WS-CRPM-FILE-STATUS          PIC X(002)  VALUE SPACES.
       77  WS-RCPM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-RCPM-FOUND                        VALUE '00'.
       77  WS-CRPM-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-ON-FILE                     VALUE 'Y'.
       77  WS-RUN-DATE                  PIC 9(008)  VALUE ZERO.
       77  WS-EXIT-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                    VALUE 'Y'.
       77  WS-MESSAGE-LINE              PIC X(050)  VALUE SPACES.
       77  WS-CASE-STATUS-TEXT          PIC X(020)  VALUE SPACES.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-CLIENT-ID                 PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID        PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                         VALUE 'Y'.
       77  WS-DATE-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-DATE-VALID                        VALUE 'Y'.
       77  WS-RECEIVED-DATE             PIC 9(008)  VALUE ZERO.
       77  WS-MONTH-LAST-DAY            PIC 9(002)  VALUE ZERO.
       77  WS-QUOTIENT                  PIC 9(005)  VALUE ZERO.
       77  WS-REM-4                     PIC 9(003)  VALUE ZERO.
       77  WS-REM-100                   PIC 9(003)  VALUE ZERO.
       77  WS-REM-400                   PIC 9(003)  VALUE ZERO.
       COPY PCDCLNA.
       01  WS-ACTION-CODE               PIC X(001)  VALUE SPACES.
           88  WS-ACTION-INQUIRE                    VALUE 'I'.
           88  WS-ACTION-ADD                        VALUE 'A'.
           88  WS-ACTION-LINK                       VALUE 'L'.
           88  WS-ACTION-SUBMITTED                  VALUE 'S'.
           88  WS-ACTION-DEMAND                     VALUE 'D'.
           88  WS-ACTION-CLOSE                      VALUE 'C'.
           88  WS-ACTION-VALID  VALUE 'I' 'A' 'L' 'S' 'D' 'C'.
       01  WS-KEY-FIELDS.
           05  WS-ENTERED-PAYOR-ID      PIC X(005)  VALUE SPACES.
           05  WS-ENTERED-CASE-NO       PIC X(020)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   THE CASE FIELDS ARE KEYED FOR AN ADD AND SHOWN FOR THE OTHER  *
      **   ACTIONS.  THE CLAIM, SUBMISSION AND DEMAND FIELDS ARE ONLY    *
      **   READ FOR THE ACTION THAT NEEDS THEM.                          *
      **----------------------------------------------------------------*
       01  WS-CASE-FIELDS.
           05  WS-E-REQUEST-TYPE        PIC X(001).
           05  WS-E-PROV-TAX-ID         PIC X(009).
           05  WS-E-RECEIVED-DATE       PIC X(008).
           05  WS-E-DUE-DATE            PIC X(008).
           05  WS-E-DOCS-REQUESTED      PIC X(060).
           05  WS-E-PAT-CNTL-NO         PIC X(020).
           05  WS-E-SUBMIT-METHOD       PIC X(001).
           05  WS-E-SUBMIT-PROOF        PIC X(030).
           05  WS-E-DEMAND-TRACE-NO     PIC X(015).
       77  WS-E-DEMAND-AMT              PIC 9(007)V99 VALUE ZERO.
       77  WS-D-CLAIM-COUNT             PIC ZZ9     VALUE ZERO.
       77  WS-D-SUBMIT-DATE             PIC 9(008)  VALUE ZERO.
       01  WS-DATE-WORK.
           05  WS-CHECK-DATE-X          PIC X(008).
           05  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X
                                        PIC 9(008).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE-X.
               10  WS-CHECK-CCYY        PIC 9(004).
               10  WS-CHECK-MM          PIC 9(002).
               10  WS-CHECK-DD          PIC 9(002).
       01  WS-MONTH-DAYS-X              PIC X(024)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-DAYS            PIC 9(002)  OCCURS 12 TIMES.
       SCREEN SECTION.
       01  SCR-CASE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD232M - RECORDS REQUEST/AUDIT CASE UPDATE'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
           05  LINE 02 COLUMN 36
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 48 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 59
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05
               VALUE 'ACTION (I/A/L/S/D/C, BLANK=EXIT):'.
           05  LINE 03 COLUMN 40
               PIC X(001) TO WS-ACTION-CODE.
           05  LINE 04 COLUMN 05 VALUE 'PAYOR ID. . . . . . . . . . .'.
           05  LINE 04 COLUMN 36
               PIC X(005) USING WS-ENTERED-PAYOR-ID.
           05  LINE 05 COLUMN 05 VALUE 'PAYER CASE NUMBER . . . . . .'.
           05  LINE 05 COLUMN 36
               PIC X(020) USING WS-ENTERED-CASE-NO.
           05  LINE 07 COLUMN 05
               VALUE 'TYPE (A=ADR R=RAC U=UPIC C=COMM):'.
           05  LINE 07 COLUMN 40
               PIC X(001) USING WS-E-REQUEST-TYPE.
           05  LINE 07 COLUMN 44 VALUE 'PROVIDER TAX ID:'.
           05  LINE 07 COLUMN 61
               PIC X(009) USING WS-E-PROV-TAX-ID.
           05  LINE 08 COLUMN 05 VALUE 'RECEIVED (CCYYMMDD) . . . . .'.
           05  LINE 08 COLUMN 36
               PIC X(008) USING WS-E-RECEIVED-DATE.
           05  LINE 08 COLUMN 48 VALUE 'DUE:'.
           05  LINE 08 COLUMN 53
               PIC X(008) USING WS-E-DUE-DATE.
           05  LINE 09 COLUMN 05 VALUE 'DOCS:'.
           05  LINE 09 COLUMN 11
               PIC X(060) USING WS-E-DOCS-REQUESTED.
           05  LINE 10 COLUMN 05 VALUE 'STATUS:'.
           05  LINE 10 COLUMN 13
               PIC X(020) FROM WS-CASE-STATUS-TEXT.
           05  LINE 10 COLUMN 36 VALUE 'CLAIMS:'.
           05  LINE 10 COLUMN 44
               PIC X(003) FROM WS-D-CLAIM-COUNT.
           05  LINE 10 COLUMN 50 VALUE 'SUBMITTED:'.
           05  LINE 10 COLUMN 61
               PIC 9(008) FROM WS-D-SUBMIT-DATE.
           05  LINE 12 COLUMN 05 VALUE 'L: PATIENT CONTROL NO. . . . .'.
           05  LINE 12 COLUMN 36
               PIC X(020) USING WS-E-PAT-CNTL-NO.
           05  LINE 13 COLUMN 05 VALUE 'S: METHOD (M/P/F/E), PROOF. .'.
           05  LINE 13 COLUMN 36
               PIC X(001) USING WS-E-SUBMIT-METHOD.
           05  LINE 13 COLUMN 39
               PIC X(030) USING WS-E-SUBMIT-PROOF.
           05  LINE 14 COLUMN 05 VALUE 'D: DEMAND AMOUNT . . . . . . .'.
           05  LINE 14 COLUMN 36
               PIC 9(007).99 USING WS-E-DEMAND-AMT.
           05  LINE 14 COLUMN 48 VALUE '835 REF:'.
           05  LINE 14 COLUMN 57
               PIC X(015) USING WS-E-DEMAND-TRACE-NO.
           05  LINE 16 COLUMN 05
               VALUE 'I=INQUIRE A=ADD CASE L=LINK CLAIM S=RECORDS SENT'.
           05  LINE 17 COLUMN 05
               VALUE 'D=DEMAND LETTER RECEIVED C=CLOSE CASE'.
           05  LINE 19 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O   PCD-ADRM-MASTER
           OPEN I-O   PCD-ADRL-MASTER
           OPEN INPUT PCD-CRPM-MASTER
           OPEN I-O   PCD-RCPM-MASTER.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-REQUEST -- EVERY ACTION NEEDS AN OPERATOR ID     *
      **   AND A CLIENT ID ON THE REGISTRY.  AN ADD NEEDS A CASE THAT    *
      **   IS NOT ON FILE; EVERY OTHER ACTION NEEDS ONE THAT IS, FOR     *
      **   THE OPERATOR'S CLIENT.  THE RESULT IS SHOWN UNTIL ENTER.      *
      **----------------------------------------------------------------*
       2000-PROCESS-REQUEST.
           MOVE SPACES TO WS-ACTION-CODE
           MOVE SPACES TO WS-KEY-FIELDS
           MOVE SPACES TO WS-CASE-FIELDS
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE SPACES TO WS-CASE-STATUS-TEXT
           MOVE ZERO   TO WS-E-DEMAND-AMT WS-D-CLAIM-COUNT
                          WS-D-SUBMIT-DATE
           DISPLAY SCR-CASE-SCREEN
           ACCEPT SCR-CASE-SCREEN
           IF WS-ACTION-CODE = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
           DISPLAY SCR-CASE-SCREEN
           ACCEPT SCR-CASE-SCREEN.
       2000-EXIT.
           EXIT.
       2100-EDIT-AND-APPLY.
           IF NOT WS-ACTION-VALID
               MOVE 'INVALID ACTION -- USE I, A, L, S, D OR C'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE 'KEY YOUR OPERATOR ID TO WORK A CASE'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
           IF NOT WS-CLIENT-OK
               GO TO 2100-EXIT
           END-IF
           IF WS-ENTERED-PAYOR-ID = SPACES
           OR WS-ENTERED-CASE-NO = SPACES
               MOVE 'KEY THE PAYOR ID AND THE PAYER CASE NUMBER'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF WS-ACTION-ADD
               PERFORM 3000-ADD-CASE THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FETCH-CASE THRU 2200-EXIT
           IF NOT WS-ADRM-FOUND
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-INQUIRE
                   MOVE 'CASE FOUND' TO WS-MESSAGE-LINE
               WHEN WS-ACTION-LINK
                   PERFORM 4000-LINK-CLAIM THRU 4000-EXIT
               WHEN WS-ACTION-SUBMITTED
                   PERFORM 5000-RECORD-SUBMISSION THRU 5000-EXIT
               WHEN WS-ACTION-DEMAND
                   PERFORM 6000-RECORD-DEMAND THRU 6000-EXIT
               WHEN WS-ACTION-CLOSE
                   PERFORM 7000-CLOSE-CASE THRU 7000-EXIT
           END-EVALUATE
           PERFORM 2300-SHOW-CASE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-CHECK-CLIENT -- NOTHING IS SHOWN WITHOUT A CLIENT ID ON  *
      **   THE REGISTRY.  THE REGISTRY IS ONLY ASKED AGAIN WHEN THE      *
      **   OPERATOR CHANGES THE CLIENT ID.                               *
      **----------------------------------------------------------------*
       2050-CHECK-CLIENT.
           MOVE 'N' TO WS-CLIENT-SWITCH
           IF WS-CLIENT-ID = SPACES
               MOVE 'KEY A CLIENT ID TO WORK A CASE'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD232M'    TO PCD-CLNA-CALLER
           MOVE WS-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-DONE
               MOVE WS-CLIENT-ID TO WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-VERIFIED-CLIENT-ID
               MOVE 'CLIENT ID NOT ON THE CLIENT REGISTRY'
                   TO WS-MESSAGE-LINE
           END-IF.
       2050-EXIT.
           EXIT.
       2200-FETCH-CASE.
           MOVE WS-ENTERED-PAYOR-ID TO PCD-ADRM-PAYOR-ID
           MOVE WS-ENTERED-CASE-NO  TO PCD-ADRM-CASE-NO
           READ PCD-ADRM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ADRM-FILE-STATUS
                   MOVE 'NO CASE ON FILE FOR THAT PAYER/CASE NUMBER'
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE '00' TO WS-ADRM-FILE-STATUS
           END-READ
           IF WS-ADRM-FOUND
              AND PCD-ADRM-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE '23'   TO WS-ADRM-FILE-STATUS
               MOVE SPACES TO PCD-ADRM-REC
               MOVE 'NO CASE ON FILE FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-SHOW-CASE -- THE CASE AS IT NOW STANDS ON THE MASTER.    *
      **----------------------------------------------------------------*
       2300-SHOW-CASE.
           MOVE PCD-ADRM-REQUEST-TYPE   TO WS-E-REQUEST-TYPE
           MOVE PCD-ADRM-PROV-TAX-ID    TO WS-E-PROV-TAX-ID
           MOVE PCD-ADRM-RECEIVED-DATE  TO WS-E-RECEIVED-DATE
           MOVE PCD-ADRM-DUE-DATE       TO WS-E-DUE-DATE
           MOVE PCD-ADRM-DOCS-REQUESTED TO WS-E-DOCS-REQUESTED
           MOVE PCD-ADRM-CLAIM-COUNT    TO WS-D-CLAIM-COUNT
           MOVE PCD-ADRM-SUBMIT-DATE    TO WS-D-SUBMIT-DATE
           MOVE PCD-ADRM-SUBMIT-METHOD  TO WS-E-SUBMIT-METHOD
           MOVE PCD-ADRM-SUBMIT-PROOF   TO WS-E-SUBMIT-PROOF
           MOVE PCD-ADRM-DEMAND-AMT     TO WS-E-DEMAND-AMT
           MOVE PCD-ADRM-RCPM-TRACE-NO  TO WS-E-DEMAND-TRACE-NO
           EVALUATE TRUE
               WHEN PCD-ADRM-OPEN
                   MOVE 'RECORDS DUE'       TO WS-CASE-STATUS-TEXT
               WHEN PCD-ADRM-SUBMITTED
                   MOVE 'RECORDS SUBMITTED' TO WS-CASE-STATUS-TEXT
               WHEN PCD-ADRM-DEMANDED
                   MOVE 'DEMAND RECEIVED'   TO WS-CASE-STATUS-TEXT
               WHEN PCD-ADRM-CLOSED
                   MOVE 'CLOSED'            TO WS-CASE-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES              TO WS-CASE-STATUS-TEXT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-ADD-CASE -- A NEW REQUEST OR AUDIT LETTER.  THE DUE DATE *
      **   IS KEYED OFF THE LETTER ITSELF; PAYERS DO NOT AGREE ON HOW    *
      **   THE RESPONSE WINDOW IS COUNTED.                               *
      **----------------------------------------------------------------*
       3000-ADD-CASE.
           MOVE WS-ENTERED-PAYOR-ID TO PCD-ADRM-PAYOR-ID
           MOVE WS-ENTERED-CASE-NO  TO PCD-ADRM-CASE-NO
           READ PCD-ADRM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ADRM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ADRM-FILE-STATUS
           END-READ
           IF WS-ADRM-FOUND
               MOVE 'CASE ALREADY ON FILE -- USE I TO VIEW IT'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-E-REQUEST-TYPE TO PCD-ADRM-REQUEST-TYPE
           IF NOT PCD-ADRM-VALID-TYPE
               MOVE 'REQUEST TYPE MUST BE A, R, U OR C'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           IF WS-E-PROV-TAX-ID NOT NUMERIC
               MOVE 'PROVIDER TAX ID MUST BE 9 DIGITS'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-E-RECEIVED-DATE TO WS-CHECK-DATE-X
           PERFORM 8000-CHECK-DATE THRU 8000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE > WS-RUN-DATE
               MOVE 'RECEIVED DATE MUST BE A VALID DATE, NOT FUTURE'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-RECEIVED-DATE
           MOVE WS-E-DUE-DATE TO WS-CHECK-DATE-X
           PERFORM 8000-CHECK-DATE THRU 8000-EXIT
           IF NOT WS-DATE-VALID
           OR WS-CHECK-DATE < WS-RECEIVED-DATE
               MOVE 'DUE DATE MUST BE A VALID DATE ON/AFTER RECEIVED'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           IF WS-E-DOCS-REQUESTED = SPACES
               MOVE 'KEY THE DOCUMENTS THE PAYER IS ASKING FOR'
                   TO WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES              TO PCD-ADRM-REC
           MOVE WS-ENTERED-PAYOR-ID TO PCD-ADRM-PAYOR-ID
           MOVE WS-ENTERED-CASE-NO  TO PCD-ADRM-CASE-NO
           MOVE WS-E-REQUEST-TYPE   TO PCD-ADRM-REQUEST-TYPE
           MOVE WS-CLIENT-ID        TO PCD-ADRM-CLIENT-ID
           MOVE WS-E-PROV-TAX-ID    TO PCD-ADRM-PROV-TAX-ID
           MOVE WS-RECEIVED-DATE    TO PCD-ADRM-RECEIVED-DATE
           MOVE WS-CHECK-DATE       TO PCD-ADRM-DUE-DATE
           MOVE WS-E-DOCS-REQUESTED TO PCD-ADRM-DOCS-REQUESTED
           SET PCD-ADRM-OPEN        TO TRUE
           MOVE ZERO TO PCD-ADRM-CLAIM-COUNT PCD-ADRM-SUBMIT-DATE
                        PCD-ADRM-DEMAND-DATE PCD-ADRM-DEMAND-AMT
                        PCD-ADRM-CLOSE-DATE
           MOVE WS-OPERATOR-ID      TO PCD-ADRM-LAST-OPERATOR
           MOVE WS-RUN-DATE         TO PCD-ADRM-LAST-ACTION-DATE
           WRITE PCD-ADRM-REC
               INVALID KEY
                   MOVE 'CASE COULD NOT BE ADDED -- TRY AGAIN'
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE 'CASE ADDED -- LINK ITS CLAIMS WITH L'
                       TO WS-MESSAGE-LINE
                   PERFORM 2300-SHOW-CASE THRU 2300-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-LINK-CLAIM -- THE CLAIM MUST BE ON THE PCDCRPM           *
      **   REPOSITORY FOR THE SAME CLIENT.  THE CLAIM IS PHI, SO THE     *
      **   LOOKUP IS LOGGED THROUGH PCDDISC; IF IT CANNOT BE LOGGED IT   *
      **   IS NOT LINKED.                                                *
      **----------------------------------------------------------------*
       4000-LINK-CLAIM.
           IF PCD-ADRM-CLOSED
               MOVE 'CASE IS CLOSED -- NO CLAIMS CAN BE ADDED'
                   TO WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF
           IF WS-E-PAT-CNTL-NO = SPACES
               MOVE 'KEY THE PATIENT CONTROL NUMBER TO LINK'
                   TO WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE 'N'              TO WS-CRPM-SWITCH
           MOVE WS-E-PAT-CNTL-NO TO PCD-CRPM-PAT-CNTL-NO
           MOVE LOW-VALUES       TO PCD-CRPM-PROC-DATE
           MOVE ZERO             TO PCD-CRPM-REC-SEQ
           MOVE '00'             TO WS-CRPM-FILE-STATUS
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   MOVE '23' TO WS-CRPM-FILE-STATUS
           END-START
           IF WS-CRPM-FILE-STATUS = '00'
               READ PCD-CRPM-MASTER NEXT RECORD
                   AT END
                       MOVE '10' TO WS-CRPM-FILE-STATUS
               END-READ
           END-IF
           IF WS-CRPM-FILE-STATUS = '00'
              AND PCD-CRPM-PAT-CNTL-NO = WS-E-PAT-CNTL-NO
              AND PCD-CRPM-CLIENT-ID = WS-CLIENT-ID
               SET WS-CLAIM-ON-FILE TO TRUE
           END-IF
           IF NOT WS-CLAIM-ON-FILE
               MOVE 'CLAIM NOT ON THE REPOSITORY FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE 'L'              TO PCD-DISA-FUNCTION
           MOVE 'PCD232M'        TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID   TO PCD-DISA-OPERATOR-ID
           MOVE WS-E-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-ADRM-KEY     TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - CLAIM NOT LINKED'
                   TO WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES               TO PCD-ADRL-REC
           MOVE PCD-ADRM-KEY         TO PCD-ADRL-CASE-KEY
           MOVE WS-E-PAT-CNTL-NO     TO PCD-ADRL-PAT-CNTL-NO
           MOVE PCD-CRPM-PROC-DATE   TO PCD-ADRL-CRPM-PROC-DATE
           MOVE PCD-CRPM-JOBNUM      TO PCD-ADRL-CRPM-JOBNUM
           MOVE WS-RUN-DATE          TO PCD-ADRL-LINK-DATE
           MOVE WS-OPERATOR-ID       TO PCD-ADRL-LINK-OPERATOR
           WRITE PCD-ADRL-REC
               INVALID KEY
                   MOVE 'CLAIM IS ALREADY LINKED TO THIS CASE'
                       TO WS-MESSAGE-LINE
                   GO TO 4000-EXIT
           END-WRITE
           ADD 1 TO PCD-ADRM-CLAIM-COUNT
           PERFORM 7900-STAMP-AND-REWRITE THRU 7900-EXIT
           MOVE 'CLAIM LINKED TO THE CASE' TO WS-MESSAGE-LINE.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-RECORD-SUBMISSION -- THE RECORDS WENT OUT TODAY.  THE    *
      **   PROOF IS THE MAIL TRACKING NUMBER, PORTAL OR ESMD             *
      **   CONFIRMATION, OR FAX CONFIRMATION.  A LATE SUBMISSION IS      *
      **   STILL RECORDED, BUT THE OPERATOR IS TOLD.                     *
      **----------------------------------------------------------------*
       5000-RECORD-SUBMISSION.
           IF NOT PCD-ADRM-OPEN
              AND NOT PCD-ADRM-SUBMITTED
               MOVE 'RECORDS CAN ONLY BE SENT ON AN OPEN CASE'
                   TO WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF
           IF PCD-ADRM-CLAIM-COUNT = ZERO
               MOVE 'LINK THE CLAIMS (L) BEFORE SENDING RECORDS'
                   TO WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-E-SUBMIT-METHOD TO PCD-ADRM-SUBMIT-METHOD
           IF NOT PCD-ADRM-VALID-METHOD
               MOVE 'METHOD MUST BE M, P, F OR E' TO WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF
           IF WS-E-SUBMIT-PROOF = SPACES
               MOVE 'KEY THE TRACKING OR CONFIRMATION NUMBER'
                   TO WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-E-SUBMIT-PROOF TO PCD-ADRM-SUBMIT-PROOF
           MOVE WS-RUN-DATE       TO PCD-ADRM-SUBMIT-DATE
           SET PCD-ADRM-SUBMITTED TO TRUE
           PERFORM 7900-STAMP-AND-REWRITE THRU 7900-EXIT
           IF WS-RUN-DATE > PCD-ADRM-DUE-DATE
               MOVE 'SUBMISSION RECORDED -- AFTER THE DUE DATE'
                   TO WS-MESSAGE-LINE
           ELSE
               MOVE 'SUBMISSION RECORDED' TO WS-MESSAGE-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-RECORD-DEMAND -- A DEMAND LETTER FOLLOWED THE REVIEW.    *
      **   THE EXPECTED RECOUPMENT GOES ON THE PCDRCPM LEDGER UNDER THE  *
      **   PROVIDER TAX ID AND THE REFERENCE THE PAYER WILL PUT ON THE   *
      **   835 PLB (THE CASE NUMBER IF NONE IS KEYED), AS AN EXPECTED    *
      **   ROW THAT PCD104 OPENS WHEN THE TAKEBACK POSTS.  IF PCD104     *
      **   HAS ALREADY FILED THE TAKEBACK, THE ROW IS ONLY LINKED.       *
      **----------------------------------------------------------------*
       6000-RECORD-DEMAND.
           IF PCD-ADRM-CLOSED
               MOVE 'CASE IS CLOSED -- REOPEN IT AS A NEW CASE'
                   TO WS-MESSAGE-LINE
               GO TO 6000-EXIT
           END-IF
           IF WS-E-DEMAND-AMT = ZERO
               MOVE 'KEY THE AMOUNT THE DEMAND LETTER ASKS FOR'
                   TO WS-MESSAGE-LINE
               GO TO 6000-EXIT
           END-IF
           IF WS-E-DEMAND-TRACE-NO = SPACES
               MOVE PCD-ADRM-CASE-NO TO WS-E-DEMAND-TRACE-NO
           END-IF
           MOVE PCD-ADRM-PROV-TAX-ID TO PCD-RCPM-PROV-TAX-ID
           MOVE WS-E-DEMAND-TRACE-NO TO PCD-RCPM-TRACE-NO
           READ PCD-RCPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-RCPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-RCPM-FILE-STATUS
           END-READ
           IF WS-RCPM-FOUND
              AND PCD-RCPM-ADR-CASE-NO NOT = SPACES
              AND (PCD-RCPM-ADR-PAYOR-ID NOT = PCD-ADRM-PAYOR-ID
                OR PCD-RCPM-ADR-CASE-NO NOT = PCD-ADRM-CASE-NO)
               MOVE '835 REF ALREADY LINKED TO ANOTHER AUDIT CASE'
                   TO WS-MESSAGE-LINE
               GO TO 6000-EXIT
           END-IF
           IF NOT WS-RCPM-FOUND
               MOVE SPACES               TO PCD-RCPM-REC
               MOVE PCD-ADRM-PROV-TAX-ID TO PCD-RCPM-PROV-TAX-ID
               MOVE WS-E-DEMAND-TRACE-NO TO PCD-RCPM-TRACE-NO
               MOVE 'WO'                 TO PCD-RCPM-REASON-CODE
               MOVE ZERO                 TO PCD-RCPM-ORIG-AMT
                                            PCD-RCPM-OPEN-AMT
               MOVE WS-RUN-DATE          TO PCD-RCPM-OPEN-DATE
               SET PCD-RCPM-EXPECTED     TO TRUE
           END-IF
           MOVE WS-E-DEMAND-AMT      TO PCD-RCPM-EXPECTED-AMT
           MOVE PCD-ADRM-PAYOR-ID    TO PCD-RCPM-ADR-PAYOR-ID
           MOVE PCD-ADRM-CASE-NO     TO PCD-RCPM-ADR-CASE-NO
           IF WS-RCPM-FOUND
               REWRITE PCD-RCPM-REC
           ELSE
               WRITE PCD-RCPM-REC
           END-IF
           MOVE WS-RUN-DATE          TO PCD-ADRM-DEMAND-DATE
           MOVE WS-E-DEMAND-AMT      TO PCD-ADRM-DEMAND-AMT
           MOVE WS-E-DEMAND-TRACE-NO TO PCD-ADRM-RCPM-TRACE-NO
           SET PCD-ADRM-DEMANDED     TO TRUE
           PERFORM 7900-STAMP-AND-REWRITE THRU 7900-EXIT
           IF WS-RCPM-FOUND
               MOVE 'DEMAND RECORDED -- TAKEBACK ALREADY ON LEDGER'
                   TO WS-MESSAGE-LINE
           ELSE
               MOVE 'DEMAND RECORDED -- RECOUPMENT EXPECTED'
                   TO WS-MESSAGE-LINE
           END-IF.
       6000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7000-CLOSE-CASE -- THE CASE IS OVER.  AN EXPECTED RECOUPMENT  *
      **   THAT NEVER REACHED AN 835 IS NO LONGER AT RISK, SO ITS        *
      **   LEDGER ROW IS CLOSED WITH IT.                                 *
      **----------------------------------------------------------------*
       7000-CLOSE-CASE.
           IF PCD-ADRM-CLOSED
               MOVE 'CASE IS ALREADY CLOSED' TO WS-MESSAGE-LINE
               GO TO 7000-EXIT
           END-IF
           IF PCD-ADRM-RCPM-TRACE-NO NOT = SPACES
               MOVE PCD-ADRM-PROV-TAX-ID   TO PCD-RCPM-PROV-TAX-ID
               MOVE PCD-ADRM-RCPM-TRACE-NO TO PCD-RCPM-TRACE-NO
               READ PCD-RCPM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-RCPM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-RCPM-FILE-STATUS
               END-READ
               IF WS-RCPM-FOUND
                  AND PCD-RCPM-EXPECTED
                   SET PCD-RCPM-CLOSED TO TRUE
                   REWRITE PCD-RCPM-REC
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO PCD-ADRM-CLOSE-DATE
           SET PCD-ADRM-CLOSED TO TRUE
           PERFORM 7900-STAMP-AND-REWRITE THRU 7900-EXIT
           MOVE 'CASE CLOSED' TO WS-MESSAGE-LINE.
       7000-EXIT.
           EXIT.
       7900-STAMP-AND-REWRITE.
           MOVE WS-OPERATOR-ID TO PCD-ADRM-LAST-OPERATOR
           MOVE WS-RUN-DATE    TO PCD-ADRM-LAST-ACTION-DATE
           REWRITE PCD-ADRM-REC.
       7900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-CHECK-DATE -- WS-CHECK-DATE-X MUST BE A REAL CCYYMMDD    *
      **   CALENDAR DATE, LEAP YEARS INCLUDED.                           *
      **----------------------------------------------------------------*
       8000-CHECK-DATE.
           MOVE 'N' TO WS-DATE-SWITCH
           IF WS-CHECK-DATE-X NOT NUMERIC
               GO TO 8000-EXIT
           END-IF
           IF WS-CHECK-CCYY < 1900
           OR WS-CHECK-MM < 1
           OR WS-CHECK-MM > 12
           OR WS-CHECK-DD < 1
               GO TO 8000-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LAST-DAY
           IF WS-CHECK-MM = 2
               DIVIDE WS-CHECK-CCYY BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-REM-4
               DIVIDE WS-CHECK-CCYY BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-100
               DIVIDE WS-CHECK-CCYY BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = ZERO
                  AND (WS-REM-100 NOT = ZERO
                    OR WS-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           IF WS-CHECK-DD > WS-MONTH-LAST-DAY
               GO TO 8000-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-ADRM-MASTER
           CLOSE PCD-ADRL-MASTER
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-RCPM-MASTER
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
