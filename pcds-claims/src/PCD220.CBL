      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD220           SYSTEM: PCDS                     *
      **    VACCINE CPT-TO-CVX CROSSWALK LOAD                          *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  REPLACES PCDCVXM   *
      **                          EACH QUARTER FROM THE CROSSWALK FEED *
      **                          (PCDCVXIN): A PRODUCT ROW PER        *
      **                          VACCINE CPT CODE WITH ITS CVX CODE,  *
      **                          DESCRIPTION, ROUTE AND MVX, AND NDC  *
      **                          ROWS NAMING EACH PACKAGE'S           *
      **                          MANUFACTURER.  READ BY THE PCD221    *
      **                          IMMUNIZATION REGISTRY EXTRACT.       *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD220.
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
           SELECT PCD-CVXIN-FILE    ASSIGN TO PCDCVXIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CVXM-MASTER   ASSIGN TO PCDCVXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CVXM-KEY
               FILE STATUS IS WS-CVXM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CVXIN-FILE
           RECORDING MODE IS F.
       01  FD-CVXIN-REC               PIC X(080).
       FD  PCD-CVXM-MASTER.
       COPY PCDCVXM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   CROSSWALK FEED -- BUILT FROM THE CDC CPT-TO-CVX AND NDC       *
      **   TABLES.  A ROW WITH NO NDC IS THE PRODUCT ROW FOR THE CPT     *
      **   CODE; A ROW WITH AN NDC (11 DIGITS, NO HYPHENS) NAMES THAT    *
      **   PACKAGE'S MANUFACTURER.                                       *
      **----------------------------------------------------------------*
       01  WS-CVXIN-REC.
           05  WS-CVXIN-CPT-CODE       PIC X(005).
           05  WS-CVXIN-NDC-CODE       PIC X(011).
           05  WS-CVXIN-CVX-CODE       PIC X(003).
           05  WS-CVXIN-MVX-CODE       PIC X(003).
           05  WS-CVXIN-ROUTE          PIC X(002).
           05  WS-CVXIN-DESCRIPTION    PIC X(040).
           05  FILLER                  PIC X(016).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CVXM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PRODUCTS-LOADED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NDCS-LOADED              PIC 9(007)  COMP  VALUE ZERO.
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
           OPEN INPUT  PCD-CVXIN-FILE
           OPEN OUTPUT PCD-CVXM-MASTER
           PERFORM 1100-READ-CVXIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CVXIN.
           READ PCD-CVXIN-FILE INTO WS-CVXIN-REC
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
               DISPLAY 'PCD220 - REJECTED ' WS-CVXIN-CPT-CODE ' '
                   WS-CVXIN-NDC-CODE ' ' WS-CVXIN-CVX-CODE ' '
                   WS-REJECT-REASON
               PERFORM 1100-READ-CVXIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES               TO PCD-CVXM-REC
           MOVE WS-CVXIN-CPT-CODE    TO PCD-CVXM-CPT-CODE
           MOVE WS-CVXIN-NDC-CODE    TO PCD-CVXM-NDC-CODE
           MOVE WS-CVXIN-CVX-CODE    TO PCD-CVXM-CVX-CODE
           MOVE WS-CVXIN-MVX-CODE    TO PCD-CVXM-MVX-CODE
           MOVE WS-CVXIN-ROUTE       TO PCD-CVXM-ROUTE
           MOVE WS-CVXIN-DESCRIPTION TO PCD-CVXM-DESCRIPTION
           MOVE WS-LOAD-QUARTER      TO PCD-CVXM-LOAD-QUARTER
           MOVE WS-RUN-DATE          TO PCD-CVXM-LOAD-DATE
           WRITE PCD-CVXM-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   IF PCD-CVXM-NDC-CODE = SPACES
                       ADD 1 TO WS-PRODUCTS-LOADED
                   ELSE
                       ADD 1 TO WS-NDCS-LOADED
                   END-IF
           END-WRITE
           PERFORM 1100-READ-CVXIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-VALIDATE-ROW.
           IF WS-CVXIN-CPT-CODE = SPACES
               MOVE 'NO CPT CODE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-CVXIN-NDC-CODE = SPACES
              AND WS-CVXIN-CVX-CODE = SPACES
               MOVE 'PRODUCT ROW WITH NO CVX' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-CVXIN-NDC-CODE NOT = SPACES
              AND WS-CVXIN-NDC-CODE NOT NUMERIC
               MOVE 'INVALID NDC' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-CVXIN-NDC-CODE NOT = SPACES
              AND WS-CVXIN-MVX-CODE = SPACES
               MOVE 'NDC ROW WITH NO MVX' TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CVXIN-FILE
           CLOSE PCD-CVXM-MASTER
           DISPLAY 'PCD220 - LOAD QUARTER:            ' WS-LOAD-QUARTER
           DISPLAY 'PCD220 - CROSSWALK ROWS READ:     ' WS-ROWS-READ
           DISPLAY 'PCD220 - VACCINE PRODUCTS LOADED: '
               WS-PRODUCTS-LOADED
           DISPLAY 'PCD220 - NDC MANUFACTURER ROWS:   ' WS-NDCS-LOADED
           DISPLAY 'PCD220 - DUPLICATES:              ' WS-DUP-COUNT
           DISPLAY 'PCD220 - REJECTED:                ' WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
