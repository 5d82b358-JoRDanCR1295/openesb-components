      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD217           SYSTEM: PCDS                     *
      **    MEDICARE LCD/NCD COVERAGE POLICY LOAD                      *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  REPLACES PCDLCDM   *
      **                          EACH QUARTER FROM THE COVERAGE       *
      **                          POLICY FEED (PCDLCDIN): A POLICY ROW *
      **                          FOR EACH PROCEDURE LIMITED BY A      *
      **                          LOCAL COVERAGE DETERMINATION IN A    *
      **                          MAC JURISDICTION OR BY A NATIONAL    *
      **                          ONE (JURISDICTION NCD), AND A ROW    *
      **                          FOR EACH COVERED ICD-10 CODE UNDER   *
      **                          IT, EACH WITH EFFECTIVE AND          *
      **                          TERMINATION DATES.  READ BY THE      *
      **                          PCD218 MEDICAL-NECESSITY EDIT.       *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD217.
       AUTHOR.        CLAIM EDIT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-LCDIN-FILE    ASSIGN TO PCDLCDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-LCDM-MASTER   ASSIGN TO PCDLCDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-LCDM-KEY
               FILE STATUS IS WS-LCDM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-LCDIN-FILE
           RECORDING MODE IS F.
       01  FD-LCDIN-REC               PIC X(080).
       FD  PCD-LCDM-MASTER.
       COPY PCDLCDM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   COVERAGE POLICY FEED -- A TYPE P ROW NAMES THE POLICY FOR A   *
      **   PROCEDURE IN A JURISDICTION (NCD FOR NATIONAL); THE TYPE D    *
      **   ROWS UNDER IT LIST THE COVERED ICD-10 CODES, WITHOUT THE      *
      **   DECIMAL POINT.  A BLANK TERMINATION DATE IS OPEN-ENDED.       *
      **----------------------------------------------------------------*
       01  WS-LCDIN-REC.
           05  WS-LCDIN-REC-TYPE       PIC X(001).
               88  WS-LCDIN-POLICY-ROW         VALUE 'P'.
               88  WS-LCDIN-DIAGNOSIS-ROW      VALUE 'D'.
           05  WS-LCDIN-PROC-CODE      PIC X(005).
           05  WS-LCDIN-JURISDICTION   PIC X(003).
           05  WS-LCDIN-DIAG-CODE      PIC X(008).
           05  WS-LCDIN-POLICY-ID      PIC X(008).
           05  WS-LCDIN-EFF-DATE       PIC X(008).
           05  WS-LCDIN-EFF-DATE-9 REDEFINES
               WS-LCDIN-EFF-DATE       PIC 9(008).
           05  WS-LCDIN-TERM-DATE      PIC X(008).
           05  WS-LCDIN-TERM-DATE-9 REDEFINES
               WS-LCDIN-TERM-DATE      PIC 9(008).
           05  WS-LCDIN-POLICY-TITLE   PIC X(030).
           05  FILLER                  PIC X(009).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-LCDM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-POLICIES-LOADED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DIAGNOSES-LOADED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DUP-COUNT                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ROW      THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE MASTER IS REPLACED WHOLE EACH QUARTER  *
      **   AND EVERY ROW IS STAMPED WITH THE LOAD QUARTER (CCYYQN).      *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-MONTH = (WS-RUN-DATE / 100)
                                - ((WS-RUN-DATE / 10000) * 100)
           COMPUTE WS-RUN-QTR = ((WS-RUN-MONTH - 1) / 3) + 1
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  'Q'               DELIMITED BY SIZE
                  WS-RUN-QTR        DELIMITED BY SIZE
               INTO WS-LOAD-QUARTER
           OPEN INPUT  PCD-LCDIN-FILE
           OPEN OUTPUT PCD-LCDM-MASTER
           PERFORM 1100-READ-LCDIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-LCDIN.
           READ PCD-LCDIN-FILE INTO WS-LCDIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-LOAD-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-ROW THRU 2100-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PCD217 - REJECTED ' WS-LCDIN-REC-TYPE ' '
                   WS-LCDIN-PROC-CODE ' ' WS-LCDIN-JURISDICTION ' '
                   WS-LCDIN-DIAG-CODE ' ' WS-REJECT-REASON
               PERFORM 1100-READ-LCDIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES                TO PCD-LCDM-REC
           MOVE WS-LCDIN-PROC-CODE    TO PCD-LCDM-PROC-CODE
           MOVE WS-LCDIN-JURISDICTION TO PCD-LCDM-JURISDICTION
           MOVE WS-LCDIN-POLICY-ID    TO PCD-LCDM-POLICY-ID
           MOVE WS-LCDIN-EFF-DATE-9   TO PCD-LCDM-EFF-DATE
           IF WS-LCDIN-TERM-DATE = SPACES
               MOVE ZERO                 TO PCD-LCDM-TERM-DATE
           ELSE
               MOVE WS-LCDIN-TERM-DATE-9 TO PCD-LCDM-TERM-DATE
           END-IF
           IF WS-LCDIN-POLICY-ROW
               SET PCD-LCDM-POLICY-ROW    TO TRUE
               MOVE WS-LCDIN-POLICY-TITLE TO PCD-LCDM-POLICY-TITLE
           ELSE
               SET PCD-LCDM-DIAGNOSIS-ROW TO TRUE
               MOVE WS-LCDIN-DIAG-CODE    TO PCD-LCDM-DIAG-CODE
           END-IF
           MOVE WS-LOAD-QUARTER       TO PCD-LCDM-LOAD-QUARTER
           MOVE WS-RUN-DATE           TO PCD-LCDM-LOAD-DATE
           WRITE PCD-LCDM-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   IF PCD-LCDM-POLICY-ROW
                       ADD 1 TO WS-POLICIES-LOADED
                   ELSE
                       ADD 1 TO WS-DIAGNOSES-LOADED
                   END-IF
           END-WRITE
           PERFORM 1100-READ-LCDIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-VALIDATE-ROW.
           IF NOT WS-LCDIN-POLICY-ROW
              AND NOT WS-LCDIN-DIAGNOSIS-ROW
               MOVE 'INVALID ROW TYPE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-LCDIN-PROC-CODE = SPACES
            OR WS-LCDIN-JURISDICTION = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-LCDIN-DIAGNOSIS-ROW
              AND WS-LCDIN-DIAG-CODE = SPACES
               MOVE 'NO DIAGNOSIS CODE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-LCDIN-EFF-DATE NOT NUMERIC
            OR WS-LCDIN-EFF-DATE-9 = ZERO
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-LCDIN-TERM-DATE NOT = SPACES
              AND (WS-LCDIN-TERM-DATE NOT NUMERIC
                OR WS-LCDIN-TERM-DATE-9 < WS-LCDIN-EFF-DATE-9)
               MOVE 'INVALID TERMINATION DATE' TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-LCDIN-FILE
           CLOSE PCD-LCDM-MASTER
           DISPLAY 'PCD217 - LOAD QUARTER:            ' WS-LOAD-QUARTER
           DISPLAY 'PCD217 - POLICY ROWS READ:        ' WS-ROWS-READ
           DISPLAY 'PCD217 - POLICIES LOADED:         '
               WS-POLICIES-LOADED
           DISPLAY 'PCD217 - COVERED DIAGNOSES LOADED:'
               WS-DIAGNOSES-LOADED
           DISPLAY 'PCD217 - DUPLICATES:              ' WS-DUP-COUNT
           DISPLAY 'PCD217 - REJECTED:                ' WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
