      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD150              SYSTEM: PCDS                 *
      **    QUARTERLY NCCI PTP AND MUE REFERENCE MASTER LOAD          *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE CMS      *
      **                          QUARTERLY NCCI RELEASE INTO THE TWO  *
      **                          KEYED MASTERS THE PCD151 CLAIM EDIT  *
      **                          READS: THE PROCEDURE-TO-PROCEDURE    *
      **                          PAIR FILE (PCDPTPIN) INTO PCDNCCP    *
      **                          AND THE MEDICALLY UNLIKELY EDIT      *
      **                          FILE (PCDMUEIN) INTO PCDMUEM.  FULL  *
      **                          REPLACE EACH QUARTER.  A DELETION    *
      **                          DATE OF '*' OR BLANK MEANS THE PAIR  *
      **                          IS STILL IN FORCE AND LOADS AS       *
      **                          ZERO.  ROWS WITH A BAD MODIFIER      *
      **                          INDICATOR, MAI OR DATE ARE REJECTED  *
      **                          AND COUNTED; DUPLICATE KEYS KEEP     *
      **                          THE FIRST ROW AND ARE COUNTED.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD150.
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
           SELECT PCD-PTPIN-FILE  ASSIGN TO PCDPTPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-MUEIN-FILE  ASSIGN TO PCDMUEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NCCP-MASTER ASSIGN TO PCDNCCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NCCP-KEY.
           SELECT PCD-MUEM-MASTER ASSIGN TO PCDMUEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MUEM-PROC-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PTPIN-FILE
           RECORDING MODE IS F.
       01  FD-PTPIN-REC               PIC X(080).
       FD  PCD-MUEIN-FILE
           RECORDING MODE IS F.
       01  FD-MUEIN-REC               PIC X(080).
       FD  PCD-NCCP-MASTER.
       COPY PCDNCCP.
       FD  PCD-MUEM-MASTER.
       COPY PCDMUEM.
       WORKING-STORAGE SECTION.
       01  WS-PTPIN-REC.
           05  WS-PTPIN-COLUMN-1       PIC X(005).
           05  WS-PTPIN-COLUMN-2       PIC X(005).
           05  WS-PTPIN-PRIOR-1996     PIC X(001).
           05  WS-PTPIN-EFF-DATE       PIC X(008).
           05  WS-PTPIN-EFF-DATE-9 REDEFINES WS-PTPIN-EFF-DATE
                                       PIC 9(008).
           05  WS-PTPIN-DEL-DATE       PIC X(008).
           05  WS-PTPIN-DEL-DATE-9 REDEFINES WS-PTPIN-DEL-DATE
                                       PIC 9(008).
           05  WS-PTPIN-MODIFIER-IND   PIC X(001).
           05  FILLER                  PIC X(052).
       01  WS-MUEIN-REC.
           05  WS-MUEIN-PROC-CODE      PIC X(005).
           05  WS-MUEIN-MUE-VALUE      PIC X(005).
           05  WS-MUEIN-MUE-VALUE-9 REDEFINES WS-MUEIN-MUE-VALUE
                                       PIC 9(005).
           05  WS-MUEIN-ADJ-IND        PIC X(001).
           05  FILLER                  PIC X(069).
       77  WS-PTP-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-PTP-END-OF-FILE                  VALUE 'Y'.
       77  WS-MUE-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-MUE-END-OF-FILE                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-PTP-LOADED-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PTP-DUP-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PTP-REJECT-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MUE-LOADED-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MUE-DUP-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-MUE-REJECT-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-PAIR THRU 2000-EXIT
               UNTIL WS-PTP-END-OF-FILE
           PERFORM 3000-LOAD-ONE-MUE  THRU 3000-EXIT
               UNTIL WS-MUE-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- EVERY ROW IS STAMPED WITH THE LOAD         *
      **   QUARTER (CCYYQN) SO AN INQUIRY CAN TELL WHICH RELEASE IS ON.  *
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
           OPEN INPUT  PCD-PTPIN-FILE
           OPEN INPUT  PCD-MUEIN-FILE
           OPEN OUTPUT PCD-NCCP-MASTER
           OPEN OUTPUT PCD-MUEM-MASTER
           PERFORM 1100-READ-PTPIN THRU 1100-EXIT
           PERFORM 1200-READ-MUEIN THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PTPIN.
           READ PCD-PTPIN-FILE INTO WS-PTPIN-REC
               AT END
                   SET WS-PTP-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-MUEIN.
           READ PCD-MUEIN-FILE INTO WS-MUEIN-REC
               AT END
                   SET WS-MUE-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       2000-LOAD-ONE-PAIR.
           IF WS-PTPIN-COLUMN-1 = SPACES
           OR WS-PTPIN-COLUMN-2 = SPACES
           OR WS-PTPIN-EFF-DATE NOT NUMERIC
           OR (WS-PTPIN-MODIFIER-IND NOT = '0'
               AND WS-PTPIN-MODIFIER-IND NOT = '1'
               AND WS-PTPIN-MODIFIER-IND NOT = '9')
               ADD 1 TO WS-PTP-REJECT-COUNT
               PERFORM 1100-READ-PTPIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES                TO PCD-NCCP-REC
           MOVE WS-PTPIN-COLUMN-1     TO PCD-NCCP-COLUMN-1
           MOVE WS-PTPIN-COLUMN-2     TO PCD-NCCP-COLUMN-2
           MOVE WS-PTPIN-EFF-DATE-9   TO PCD-NCCP-EFF-DATE
           EVALUATE TRUE
               WHEN WS-PTPIN-DEL-DATE = SPACES
               WHEN WS-PTPIN-DEL-DATE (1:1) = '*'
                   MOVE ZERO TO PCD-NCCP-DEL-DATE
               WHEN WS-PTPIN-DEL-DATE IS NUMERIC
                   MOVE WS-PTPIN-DEL-DATE-9 TO PCD-NCCP-DEL-DATE
               WHEN OTHER
                   ADD 1 TO WS-PTP-REJECT-COUNT
                   PERFORM 1100-READ-PTPIN THRU 1100-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE
           MOVE WS-PTPIN-MODIFIER-IND TO PCD-NCCP-MODIFIER-IND
           MOVE WS-PTPIN-PRIOR-1996   TO PCD-NCCP-PRIOR-1996-FLAG
           MOVE WS-LOAD-QUARTER       TO PCD-NCCP-LOAD-QUARTER
           WRITE PCD-NCCP-REC
               INVALID KEY
                   ADD 1 TO WS-PTP-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-PTP-LOADED-COUNT
           END-WRITE
           PERFORM 1100-READ-PTPIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       3000-LOAD-ONE-MUE.
           IF WS-MUEIN-PROC-CODE = SPACES
           OR WS-MUEIN-MUE-VALUE NOT NUMERIC
           OR (WS-MUEIN-ADJ-IND NOT = '1'
               AND WS-MUEIN-ADJ-IND NOT = '2'
               AND WS-MUEIN-ADJ-IND NOT = '3')
               ADD 1 TO WS-MUE-REJECT-COUNT
               PERFORM 1200-READ-MUEIN THRU 1200-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES                TO PCD-MUEM-REC
           MOVE WS-MUEIN-PROC-CODE    TO PCD-MUEM-PROC-CODE
           MOVE WS-MUEIN-MUE-VALUE-9  TO PCD-MUEM-MUE-VALUE
           MOVE WS-MUEIN-ADJ-IND      TO PCD-MUEM-ADJ-IND
           MOVE WS-LOAD-QUARTER       TO PCD-MUEM-LOAD-QUARTER
           WRITE PCD-MUEM-REC
               INVALID KEY
                   ADD 1 TO WS-MUE-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MUE-LOADED-COUNT
           END-WRITE
           PERFORM 1200-READ-MUEIN THRU 1200-EXIT.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-PTPIN-FILE
           CLOSE PCD-MUEIN-FILE
           CLOSE PCD-NCCP-MASTER
           CLOSE PCD-MUEM-MASTER
           DISPLAY 'PCD150 - LOAD QUARTER:          ' WS-LOAD-QUARTER
           DISPLAY 'PCD150 - PTP PAIRS LOADED:      '
               WS-PTP-LOADED-COUNT
           DISPLAY 'PCD150 - PTP DUPLICATES:        '
               WS-PTP-DUP-COUNT
           DISPLAY 'PCD150 - PTP ROWS REJECTED:     '
               WS-PTP-REJECT-COUNT
           DISPLAY 'PCD150 - MUE CODES LOADED:      '
               WS-MUE-LOADED-COUNT
           DISPLAY 'PCD150 - MUE DUPLICATES:        '
               WS-MUE-DUP-COUNT
           DISPLAY 'PCD150 - MUE ROWS REJECTED:     '
               WS-MUE-REJECT-COUNT.
       9000-EXIT.
           EXIT.
