      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD225           SYSTEM: PCDS                     *
      **    HPSA BONUS ZIP MASTER QUARTERLY LOAD                       *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  ADDS EACH          *
      **                          QUARTER'S CMS HPSA BONUS ZIP FILE    *
      **                          (PCDHPSIN: ZIP, STATE, COUNTY) TO    *
      **                          PCDHPSZ UNDER THE LOAD QUARTER,      *
      **                          KEEPING EARLIER QUARTERS FOR         *
      **                          SERVICES BILLED LATE.  READ BY       *
      **                          PCD226 AND PCD227.                   *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD225.
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
           SELECT PCD-HPSIN-FILE  ASSIGN TO PCDHPSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HPSZ-MASTER ASSIGN TO PCDHPSZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-HPSZ-KEY
               FILE STATUS IS WS-HPSZ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-HPSIN-FILE
           RECORDING MODE IS F.
       01  FD-HPSIN-REC               PIC X(040).
       FD  PCD-HPSZ-MASTER.
       COPY PCDHPSZ.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   THE CMS HPSA BONUS ZIP FILE: ONE ROW PER ZIP THAT FALLS       *
      **   WHOLLY IN A PRIMARY-CARE OR MENTAL-HEALTH HPSA.               *
      **----------------------------------------------------------------*
       01  WS-HPSIN-REC.
           05  WS-HPSIN-ZIP5           PIC X(005).
           05  WS-HPSIN-STATE          PIC X(002).
           05  WS-HPSIN-COUNTY-NAME    PIC X(025).
           05  FILLER                  PIC X(008).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-HPSZ-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HPSZ-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-ZIPS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ZIPS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ZIPS-REPLACED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ZIPS-REJECTED            PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-ZIP  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- EACH ROW IS FILED UNDER THE LOAD QUARTER   *
      **   (CCYYQN).  EARLIER QUARTERS ARE KEPT: A SERVICE IS CHECKED    *
      **   AGAINST THE DESIGNATION IN FORCE WHEN IT WAS GIVEN.           *
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
           OPEN INPUT PCD-HPSIN-FILE
           OPEN I-O   PCD-HPSZ-MASTER
           PERFORM 1100-READ-HPSIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-HPSIN.
           READ PCD-HPSIN-FILE INTO WS-HPSIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-ONE-ZIP -- A RERUN FOR THE SAME QUARTER REPLACES    *
      **   THE ROWS ALREADY FILED.                                       *
      **----------------------------------------------------------------*
       2000-LOAD-ONE-ZIP.
           ADD 1 TO WS-ZIPS-READ
           IF WS-HPSIN-ZIP5 NOT NUMERIC
               ADD 1 TO WS-ZIPS-REJECTED
               DISPLAY 'PCD225 - REJECTED ZIP ' WS-HPSIN-ZIP5 ' '
                   WS-HPSIN-STATE ' ' WS-HPSIN-COUNTY-NAME
               PERFORM 1100-READ-HPSIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-HPSIN-ZIP5   TO PCD-HPSZ-ZIP5
           MOVE WS-LOAD-QUARTER TO PCD-HPSZ-QUARTER
           READ PCD-HPSZ-MASTER
               INVALID KEY
                   MOVE '23' TO WS-HPSZ-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-HPSZ-FILE-STATUS
           END-READ
           MOVE WS-HPSIN-STATE       TO PCD-HPSZ-STATE
           MOVE WS-HPSIN-COUNTY-NAME TO PCD-HPSZ-COUNTY-NAME
           MOVE WS-RUN-DATE          TO PCD-HPSZ-LOAD-DATE
           IF WS-HPSZ-FOUND
               REWRITE PCD-HPSZ-REC
                   INVALID KEY
                       ADD 1 TO WS-ZIPS-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-ZIPS-REPLACED
               END-REWRITE
           ELSE
               MOVE SPACES TO PCD-HPSZ-REC
               MOVE WS-HPSIN-ZIP5        TO PCD-HPSZ-ZIP5
               MOVE WS-LOAD-QUARTER      TO PCD-HPSZ-QUARTER
               MOVE WS-HPSIN-STATE       TO PCD-HPSZ-STATE
               MOVE WS-HPSIN-COUNTY-NAME TO PCD-HPSZ-COUNTY-NAME
               MOVE WS-RUN-DATE          TO PCD-HPSZ-LOAD-DATE
               WRITE PCD-HPSZ-REC
                   INVALID KEY
                       ADD 1 TO WS-ZIPS-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-ZIPS-ADDED
               END-WRITE
           END-IF
           PERFORM 1100-READ-HPSIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-HPSIN-FILE
           CLOSE PCD-HPSZ-MASTER
           DISPLAY 'PCD225 - LOAD QUARTER:        ' WS-LOAD-QUARTER
           DISPLAY 'PCD225 - HPSA ZIPS READ:      ' WS-ZIPS-READ
           DISPLAY 'PCD225 - ZIPS ADDED:          ' WS-ZIPS-ADDED
           DISPLAY 'PCD225 - ZIPS REPLACED:       ' WS-ZIPS-REPLACED
           DISPLAY 'PCD225 - ZIPS REJECTED:       ' WS-ZIPS-REJECTED.
       9000-EXIT.
           EXIT.
