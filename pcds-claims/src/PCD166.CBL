      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD166              SYSTEM: PCDS                 *
      **    MEDICARE FEE SCHEDULE RVU/GPCI LOAD                       *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE CMS      *
      **                          PHYSICIAN FEE SCHEDULE (PCDMFSIN)    *
      **                          FOR THE PCD167 PERCENT-OF-MEDICARE   *
      **                          PRICER.  TYPE R ROWS CARRY A         *
      **                          PROCEDURE'S RVUS AND THE YEAR'S      *
      **                          CONVERSION FACTOR AND GO TO          *
      **                          PCDMRVU; TYPE G ROWS CARRY A         *
      **                          LOCALITY'S GPCIS AND GO TO PCDMGPC.  *
      **                          A ROW ALREADY ON FILE IS REPLACED,   *
      **                          SO THE QUARTERLY CMS CORRECTION      *
      **                          FILES CAN BE RELOADED OVER THE       *
      **                          ANNUAL ONE.  ROWS WITH A BAD TYPE,   *
      **                          YEAR OR VALUE ARE REJECTED.          *
      ** RTC    10/15/26          RVU ROWS NOW CARRY THE CODE'S        *
      **                          GLOBAL-DAYS INDICATOR                *
      **                          (000/010/090/XXX/YYY/ZZZ/MMM),       *
      **                          LOADED FROM THE GLOBAL SERVICE ROW   *
      **                          TO THE NEW PCDGLBM GLOBAL SURGICAL   *
      **                          PERIOD TABLE FOR THE PCD216          *
      **                          POST-OPERATIVE VISIT EDIT.           *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD166.
       AUTHOR.        TPO CONTRACT MANAGEMENT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-MFSIN-FILE  ASSIGN TO PCDMFSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-MRVU-MASTER ASSIGN TO PCDMRVU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MRVU-KEY
               FILE STATUS IS WS-MRVU-FILE-STATUS.
           SELECT PCD-MGPC-MASTER ASSIGN TO PCDMGPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-MGPC-KEY
               FILE STATUS IS WS-MGPC-FILE-STATUS.
           SELECT PCD-GLBM-MASTER ASSIGN TO PCDGLBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GLBM-PROC-CODE
               FILE STATUS IS WS-GLBM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-MFSIN-FILE
           RECORDING MODE IS F.
       01  FD-MFSIN-REC               PIC X(080).
       FD  PCD-MRVU-MASTER.
       COPY PCDMRVU.
       FD  PCD-MGPC-MASTER.
       COPY PCDMGPC.
       FD  PCD-GLBM-MASTER.
       COPY PCDGLBM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   FEE SCHEDULE FEED LAYOUT -- RECORD TYPE, YEAR, THEN THE RVU   *
      **   OR GPCI VIEW OF THE REST OF THE ROW.  AN RVU ROW ALSO CARRIES *
      **   THE CODE'S GLOBAL-DAYS INDICATOR.                             *
      **----------------------------------------------------------------*
       01  WS-MFSIN-REC.
           05  WS-MFSIN-REC-TYPE       PIC X(001).
               88  WS-MFSIN-RVU-ROW            VALUE 'R'.
               88  WS-MFSIN-GPCI-ROW           VALUE 'G'.
           05  WS-MFSIN-YEAR           PIC X(004).
           05  WS-MFSIN-YEAR-9 REDEFINES WS-MFSIN-YEAR
                                       PIC 9(004).
           05  WS-MFSIN-DETAIL         PIC X(075).
           05  WS-MFSIN-RVU-DETAIL REDEFINES WS-MFSIN-DETAIL.
               10  WS-MFSIN-PROC-CODE  PIC X(005).
               10  WS-MFSIN-MODIFIER   PIC X(002).
               10  WS-MFSIN-RVU-VALUES.
                   15  WS-MFSIN-WORK-RVU       PIC 9(003)V99.
                   15  WS-MFSIN-PE-RVU-NONFAC  PIC 9(003)V99.
                   15  WS-MFSIN-PE-RVU-FAC     PIC 9(003)V99.
                   15  WS-MFSIN-MP-RVU         PIC 9(003)V99.
                   15  WS-MFSIN-CONV-FACTOR    PIC 9(003)V9999.
               10  WS-MFSIN-RVU-VALUES-X REDEFINES
                   WS-MFSIN-RVU-VALUES         PIC X(027).
               10  WS-MFSIN-GLOBAL-IND PIC X(003).
               10  FILLER              PIC X(038).
           05  WS-MFSIN-GPCI-DETAIL REDEFINES WS-MFSIN-DETAIL.
               10  WS-MFSIN-LOCALITY   PIC X(007).
               10  WS-MFSIN-GPCI-VALUES.
                   15  WS-MFSIN-WORK-GPCI      PIC 9(001)V999.
                   15  WS-MFSIN-PE-GPCI        PIC 9(001)V999.
                   15  WS-MFSIN-MP-GPCI        PIC 9(001)V999.
               10  WS-MFSIN-GPCI-VALUES-X REDEFINES
                   WS-MFSIN-GPCI-VALUES        PIC X(012).
               10  WS-MFSIN-LOCALITY-NAME      PIC X(030).
               10  FILLER              PIC X(026).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-MRVU-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-MGPC-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-GLBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RVU-ROWS-LOADED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-GPCI-ROWS-LOADED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-GLOBAL-ROWS-LOADED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REPLACED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REJECTED            PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ROW      THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-MFSIN-FILE
           OPEN I-O   PCD-MRVU-MASTER
           OPEN I-O   PCD-MGPC-MASTER
           OPEN I-O   PCD-GLBM-MASTER
           PERFORM 1100-READ-MFSIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-MFSIN.
           READ PCD-MFSIN-FILE INTO WS-MFSIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-LOAD-ROW.
           ADD 1 TO WS-ROWS-READ
           IF WS-MFSIN-YEAR NOT NUMERIC
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM 1100-READ-MFSIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-MFSIN-RVU-ROW
                   PERFORM 2100-LOAD-RVU-ROW  THRU 2100-EXIT
               WHEN WS-MFSIN-GPCI-ROW
                   PERFORM 2200-LOAD-GPCI-ROW THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ROWS-REJECTED
           END-EVALUATE
           PERFORM 1100-READ-MFSIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-LOAD-RVU-ROW.
           IF WS-MFSIN-PROC-CODE = SPACES
           OR WS-MFSIN-RVU-VALUES-X NOT NUMERIC
               ADD 1 TO WS-ROWS-REJECTED
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES                  TO PCD-MRVU-REC
           MOVE WS-MFSIN-YEAR-9         TO PCD-MRVU-MFS-YEAR
           MOVE WS-MFSIN-PROC-CODE      TO PCD-MRVU-PROC-CODE
           MOVE WS-MFSIN-MODIFIER       TO PCD-MRVU-MODIFIER
           MOVE WS-MFSIN-WORK-RVU       TO PCD-MRVU-WORK-RVU
           MOVE WS-MFSIN-PE-RVU-NONFAC  TO PCD-MRVU-PE-RVU-NONFAC
           MOVE WS-MFSIN-PE-RVU-FAC     TO PCD-MRVU-PE-RVU-FAC
           MOVE WS-MFSIN-MP-RVU         TO PCD-MRVU-MP-RVU
           MOVE WS-MFSIN-CONV-FACTOR    TO PCD-MRVU-CONV-FACTOR
           MOVE WS-RUN-DATE             TO PCD-MRVU-LOAD-DATE
           WRITE PCD-MRVU-REC
               INVALID KEY
                   REWRITE PCD-MRVU-REC
                   ADD 1 TO WS-ROWS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-RVU-ROWS-LOADED
           END-WRITE
           IF WS-MFSIN-MODIFIER = SPACES
               PERFORM 2150-LOAD-GLOBAL-DAYS THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-LOAD-GLOBAL-DAYS -- THE GLOBAL SERVICE'S ROW (NO         *
      **   PRICING MODIFIER) SETS THE CODE'S GLOBAL PERIOD.  A BLANK OR  *
      **   UNKNOWN INDICATOR LEAVES THE TABLE AS IT WAS.                 *
      **----------------------------------------------------------------*
       2150-LOAD-GLOBAL-DAYS.
           MOVE SPACES              TO PCD-GLBM-REC
           MOVE WS-MFSIN-GLOBAL-IND TO PCD-GLBM-GLOBAL-IND
           IF NOT PCD-GLBM-VALID-IND
               GO TO 2150-EXIT
           END-IF
           MOVE WS-MFSIN-PROC-CODE  TO PCD-GLBM-PROC-CODE
           MOVE WS-MFSIN-YEAR-9     TO PCD-GLBM-MFS-YEAR
           MOVE WS-RUN-DATE         TO PCD-GLBM-LOAD-DATE
           WRITE PCD-GLBM-REC
               INVALID KEY
                   REWRITE PCD-GLBM-REC
               NOT INVALID KEY
                   ADD 1 TO WS-GLOBAL-ROWS-LOADED
           END-WRITE.
       2150-EXIT.
           EXIT.
       2200-LOAD-GPCI-ROW.
           IF WS-MFSIN-LOCALITY = SPACES
           OR WS-MFSIN-GPCI-VALUES-X NOT NUMERIC
               ADD 1 TO WS-ROWS-REJECTED
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES                  TO PCD-MGPC-REC
           MOVE WS-MFSIN-YEAR-9         TO PCD-MGPC-MFS-YEAR
           MOVE WS-MFSIN-LOCALITY       TO PCD-MGPC-LOCALITY
           MOVE WS-MFSIN-WORK-GPCI      TO PCD-MGPC-WORK-GPCI
           MOVE WS-MFSIN-PE-GPCI        TO PCD-MGPC-PE-GPCI
           MOVE WS-MFSIN-MP-GPCI        TO PCD-MGPC-MP-GPCI
           MOVE WS-MFSIN-LOCALITY-NAME  TO PCD-MGPC-LOCALITY-NAME
           MOVE WS-RUN-DATE             TO PCD-MGPC-LOAD-DATE
           WRITE PCD-MGPC-REC
               INVALID KEY
                   REWRITE PCD-MGPC-REC
                   ADD 1 TO WS-ROWS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-GPCI-ROWS-LOADED
           END-WRITE.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-MFSIN-FILE
           CLOSE PCD-MRVU-MASTER
           CLOSE PCD-MGPC-MASTER
           CLOSE PCD-GLBM-MASTER
           DISPLAY 'PCD166 - FEE SCHEDULE ROWS READ: ' WS-ROWS-READ
           DISPLAY 'PCD166 - RVU ROWS ADDED:         '
               WS-RVU-ROWS-LOADED
           DISPLAY 'PCD166 - GPCI ROWS ADDED:        '
               WS-GPCI-ROWS-LOADED
           DISPLAY 'PCD166 - GLOBAL PERIODS ADDED:   '
               WS-GLOBAL-ROWS-LOADED
           DISPLAY 'PCD166 - ROWS REPLACED:          ' WS-ROWS-REPLACED
           DISPLAY 'PCD166 - ROWS REJECTED:          ' WS-ROWS-REJECTED.
       9000-EXIT.
           EXIT.
