      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD223           SYSTEM: PCDS                     *
      **    DME SALES-TAX TAXABILITY MASTER LOAD                       *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE TAX      *
      **                          DEPARTMENT'S TAXABILITY LIST         *
      **                          (PCDTAXIN: STATE, HCPCS, Y/N,        *
      **                          DESCRIPTION) INTO THE KEYED PCDTAXB  *
      **                          MASTER READ BY PCD224.  FULL REPLACE *
      **                          EACH RELEASE; DUPLICATE KEYS KEEP    *
      **                          THE FIRST ROW AND ARE COUNTED.       *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD223.
       AUTHOR.        DME BILLING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TAXIN-FILE  ASSIGN TO PCDTAXIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-TAXB-MASTER ASSIGN TO PCDTAXB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TAXB-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TAXIN-FILE
           RECORDING MODE IS F.
       01  FD-TAXIN-REC               PIC X(040).
       FD  PCD-TAXB-MASTER.
       COPY PCDTAXB.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   THE TAX DEPARTMENT'S TAXABILITY LIST, ONE ROW PER STATE AND   *
      **   HCPCS CODE; A BLANK CODE GIVES THE STATE'S DEFAULT.           *
      **----------------------------------------------------------------*
       01  WS-TAXIN-REC.
           05  WS-TAXIN-STATE          PIC X(002).
           05  WS-TAXIN-HCPCS          PIC X(005).
           05  WS-TAXIN-TAXABLE-SW     PIC X(001).
           05  WS-TAXIN-DESCRIPTION    PIC X(030).
           05  FILLER                  PIC X(002).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-LOADED-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DUP-COUNT                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-ROW  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-TAXIN-FILE
           OPEN OUTPUT PCD-TAXB-MASTER
           PERFORM 1100-READ-TAXIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TAXIN.
           READ PCD-TAXIN-FILE INTO WS-TAXIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-ONE-ROW -- A ROW WITH NO STATE, OR A SWITCH OTHER   *
      **   THAN Y OR N, IS REJECTED RATHER THAN GUESSED AT.              *
      **----------------------------------------------------------------*
       2000-LOAD-ONE-ROW.
           IF WS-TAXIN-STATE = SPACES
           OR (WS-TAXIN-TAXABLE-SW NOT = 'Y'
               AND WS-TAXIN-TAXABLE-SW NOT = 'N')
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PCD223 - REJECTED ' WS-TAXIN-STATE ' '
                   WS-TAXIN-HCPCS ' SWITCH ' WS-TAXIN-TAXABLE-SW
               PERFORM 1100-READ-TAXIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES               TO PCD-TAXB-REC
           MOVE WS-TAXIN-STATE       TO PCD-TAXB-STATE
           MOVE WS-TAXIN-HCPCS       TO PCD-TAXB-HCPCS
           MOVE WS-TAXIN-TAXABLE-SW  TO PCD-TAXB-TAXABLE-SW
           MOVE WS-TAXIN-DESCRIPTION TO PCD-TAXB-DESCRIPTION
           MOVE WS-RUN-DATE          TO PCD-TAXB-LOAD-DATE
           WRITE PCD-TAXB-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           PERFORM 1100-READ-TAXIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TAXIN-FILE
           CLOSE PCD-TAXB-MASTER
           DISPLAY 'PCD223 - TAXABILITY ROWS LOADED: ' WS-LOADED-COUNT
           DISPLAY 'PCD223 - DUPLICATES SKIPPED:     ' WS-DUP-COUNT
           DISPLAY 'PCD223 - ROWS REJECTED:          ' WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
