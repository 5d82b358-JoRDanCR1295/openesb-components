      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD152              SYSTEM: PCDS                 *
      **    PROCEDURE-CODE MASTER LOAD (HCPCS QUARTERLY, CPT/CDT)     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES THE CMS    *
      **                          HCPCS QUARTERLY FILE (PCDHCPIN) AND, *
      **                          WHEN SUPPLIED, THE CPT (PCDCPTIN)    *
      **                          AND CDT (PCDCDTIN) ANNUAL FILES TO   *
      **                          THE PCDPRCM PROCEDURE-CODE MASTER.   *
      **                          THE MASTER IS OPENED I-O AND         *
      **                          UPDATED IN PLACE -- THE QUARTERLY    *
      **                          HCPCS RUN MUST NOT WIPE THE ANNUAL   *
      **                          CPT/CDT ROWS, SO THE OFF-CYCLE DDS   *
      **                          ARE SIMPLY DUMMIED.  AN EXISTING     *
      **                          CODE HAS ITS DESCRIPTION AND         *
      **                          TERMINATION DATE REPLACED (ITS       *
      **                          EFFECTIVE DATE ONLY WHEN THE FILE    *
      **                          SUPPLIES ONE); A NEW CODE IS ADDED.  *
      **                          HCPCS AND CPT LOAD UNDER QUALIFIER   *
      **                          HC, CDT UNDER AD.  ROWS WITH A       *
      **                          BLANK CODE OR A NON-NUMERIC DATE     *
      **                          ARE REJECTED AND COUNTED.            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD152.
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
           SELECT PCD-HCPIN-FILE  ASSIGN TO PCDHCPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CPTIN-FILE  ASSIGN TO PCDCPTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CDTIN-FILE  ASSIGN TO PCDCDTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PRCM-MASTER ASSIGN TO PCDPRCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRCM-KEY
               FILE STATUS IS WS-PRCM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-HCPIN-FILE
           RECORDING MODE IS F.
       01  FD-HCPIN-REC               PIC X(080).
       FD  PCD-CPTIN-FILE
           RECORDING MODE IS F.
       01  FD-CPTIN-REC               PIC X(080).
       FD  PCD-CDTIN-FILE
           RECORDING MODE IS F.
       01  FD-CDTIN-REC               PIC X(080).
       FD  PCD-PRCM-MASTER.
       COPY PCDPRCM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   ALL THREE CODE FILES ARE REFORMATTED TO THIS ONE LAYOUT BY    *
      **   THE RECEIVING STEP.  BLANK DATES MEAN NOT SUPPLIED.           *
      **----------------------------------------------------------------*
       01  WS-PRCIN-REC.
           05  WS-PRCIN-PROC-CODE      PIC X(005).
           05  WS-PRCIN-SHORT-DESC     PIC X(028).
           05  WS-PRCIN-EFF-DATE       PIC X(008).
           05  WS-PRCIN-EFF-DATE-9 REDEFINES WS-PRCIN-EFF-DATE
                                       PIC 9(008).
           05  WS-PRCIN-TERM-DATE      PIC X(008).
           05  WS-PRCIN-TERM-DATE-9 REDEFINES WS-PRCIN-TERM-DATE
                                       PIC 9(008).
           05  FILLER                  PIC X(031).
       77  WS-HCP-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-HCP-END-OF-FILE                  VALUE 'Y'.
       77  WS-CPT-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CPT-END-OF-FILE                  VALUE 'Y'.
       77  WS-CDT-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CDT-END-OF-FILE                  VALUE 'Y'.
       77  WS-PRCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PRCM-FOUND                       VALUE '00'.
       77  WS-ROW-QUAL                 PIC X(002)  VALUE SPACES.
       77  WS-ROW-SOURCE               PIC X(001)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-ADDED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-UPDATED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-TERMINATED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REJECTED            PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-HCPCS    THRU 2000-EXIT
               UNTIL WS-HCP-END-OF-FILE
           PERFORM 3000-LOAD-CPT      THRU 3000-EXIT
               UNTIL WS-CPT-END-OF-FILE
           PERFORM 4000-LOAD-CDT      THRU 4000-EXIT
               UNTIL WS-CDT-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- EVERY ROW TOUCHED IS STAMPED WITH THE      *
      **   LOAD QUARTER (CCYYQN), AS ON THE NCCI MASTERS.                *
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
           OPEN INPUT PCD-HCPIN-FILE
           OPEN INPUT PCD-CPTIN-FILE
           OPEN INPUT PCD-CDTIN-FILE
           OPEN I-O   PCD-PRCM-MASTER
           PERFORM 1100-READ-HCPIN THRU 1100-EXIT
           PERFORM 1200-READ-CPTIN THRU 1200-EXIT
           PERFORM 1300-READ-CDTIN THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-HCPIN.
           READ PCD-HCPIN-FILE INTO WS-PRCIN-REC
               AT END
                   SET WS-HCP-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-CPTIN.
           READ PCD-CPTIN-FILE INTO WS-PRCIN-REC
               AT END
                   SET WS-CPT-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-READ-CDTIN.
           READ PCD-CDTIN-FILE INTO WS-PRCIN-REC
               AT END
                   SET WS-CDT-END-OF-FILE TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.
       2000-LOAD-HCPCS.
           MOVE 'HC' TO WS-ROW-QUAL
           MOVE 'H'  TO WS-ROW-SOURCE
           PERFORM 5000-APPLY-ONE-ROW THRU 5000-EXIT
           PERFORM 1100-READ-HCPIN    THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       3000-LOAD-CPT.
           MOVE 'HC' TO WS-ROW-QUAL
           MOVE 'C'  TO WS-ROW-SOURCE
           PERFORM 5000-APPLY-ONE-ROW THRU 5000-EXIT
           PERFORM 1200-READ-CPTIN    THRU 1200-EXIT.
       3000-EXIT.
           EXIT.
       4000-LOAD-CDT.
           MOVE 'AD' TO WS-ROW-QUAL
           MOVE 'D'  TO WS-ROW-SOURCE
           PERFORM 5000-APPLY-ONE-ROW THRU 5000-EXIT
           PERFORM 1300-READ-CDTIN    THRU 1300-EXIT.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-APPLY-ONE-ROW -- ADD OR REPLACE ONE CODE.                *
      **----------------------------------------------------------------*
       5000-APPLY-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           IF WS-PRCIN-PROC-CODE = SPACES
           OR (WS-PRCIN-EFF-DATE NOT = SPACES
               AND WS-PRCIN-EFF-DATE NOT NUMERIC)
           OR (WS-PRCIN-TERM-DATE NOT = SPACES
               AND WS-PRCIN-TERM-DATE NOT NUMERIC)
               ADD 1 TO WS-ROWS-REJECTED
               GO TO 5000-EXIT
           END-IF
           MOVE WS-PRCIN-PROC-CODE TO PCD-PRCM-PROC-CODE
           MOVE WS-ROW-QUAL        TO PCD-PRCM-CODE-QUAL
           READ PCD-PRCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRCM-FILE-STATUS
           END-READ
           IF NOT WS-PRCM-FOUND
               MOVE SPACES             TO PCD-PRCM-REC
               MOVE WS-PRCIN-PROC-CODE TO PCD-PRCM-PROC-CODE
               MOVE WS-ROW-QUAL        TO PCD-PRCM-CODE-QUAL
               MOVE ZERO               TO PCD-PRCM-EFF-DATE
           END-IF
           MOVE WS-PRCIN-SHORT-DESC TO PCD-PRCM-SHORT-DESC
           IF WS-PRCIN-EFF-DATE NOT = SPACES
               MOVE WS-PRCIN-EFF-DATE-9 TO PCD-PRCM-EFF-DATE
           END-IF
           IF WS-PRCIN-TERM-DATE = SPACES
               MOVE ZERO TO PCD-PRCM-TERM-DATE
           ELSE
               MOVE WS-PRCIN-TERM-DATE-9 TO PCD-PRCM-TERM-DATE
               ADD 1 TO WS-CODES-TERMINATED
           END-IF
           MOVE WS-ROW-SOURCE   TO PCD-PRCM-SOURCE
           MOVE WS-LOAD-QUARTER TO PCD-PRCM-LOAD-QUARTER
           IF WS-PRCM-FOUND
               REWRITE PCD-PRCM-REC
                   INVALID KEY
                       ADD 1 TO WS-ROWS-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-CODES-UPDATED
               END-REWRITE
           ELSE
               WRITE PCD-PRCM-REC
                   INVALID KEY
                       ADD 1 TO WS-ROWS-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-CODES-ADDED
               END-WRITE
           END-IF.
       5000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-HCPIN-FILE
           CLOSE PCD-CPTIN-FILE
           CLOSE PCD-CDTIN-FILE
           CLOSE PCD-PRCM-MASTER
           DISPLAY 'PCD152 - LOAD QUARTER:          ' WS-LOAD-QUARTER
           DISPLAY 'PCD152 - CODE ROWS READ:        ' WS-ROWS-READ
           DISPLAY 'PCD152 - CODES ADDED:           ' WS-CODES-ADDED
           DISPLAY 'PCD152 - CODES UPDATED:         ' WS-CODES-UPDATED
           DISPLAY 'PCD152 - ROWS WITH TERM DATE:   '
               WS-CODES-TERMINATED
           DISPLAY 'PCD152 - ROWS REJECTED:         ' WS-ROWS-REJECTED.
       9000-EXIT.
           EXIT.
