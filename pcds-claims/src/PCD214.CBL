      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD214           SYSTEM: PCDS                     *
      **    PART B DRUG ASP PRICE AND NDC CROSSWALK LOAD               *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  REPLACES PCDASPM   *
      **                          EACH QUARTER FROM THE CMS ASP        *
      **                          PRICING FILE (PCDASPIN -- ONE PRICE  *
      **                          ROW PER HCPCS CODE WITH ITS BILLING  *
      **                          UNIT AND PAYMENT LIMIT) AND THE CMS  *
      **                          NDC-HCPCS CROSSWALK (PCDNHXIN -- ONE *
      **                          ROW PER NDC WITH ITS PACKAGE SIZE    *
      **                          AND QUANTITY AND THE HCPCS BILLING   *
      **                          UNITS IN ONE PACKAGE).  READ BY THE  *
      **                          PCD215 J-CODE DRUG LINE EDIT.        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD214.
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
           SELECT PCD-ASPIN-FILE    ASSIGN TO PCDASPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NHXIN-FILE    ASSIGN TO PCDNHXIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ASPM-MASTER   ASSIGN TO PCDASPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ASPM-KEY
               FILE STATUS IS WS-ASPM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-ASPIN-FILE
           RECORDING MODE IS F.
       01  FD-ASPIN-REC               PIC X(080).
       FD  PCD-NHXIN-FILE
           RECORDING MODE IS F.
       01  FD-NHXIN-REC               PIC X(120).
       FD  PCD-ASPM-MASTER.
       COPY PCDASPM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   CMS ASP PRICING FILE -- ONE ROW PER HCPCS CODE.  THE PAYMENT  *
      **   LIMIT IS DOLLARS PER HCPCS BILLING UNIT, THREE DECIMALS.      *
      **----------------------------------------------------------------*
       01  WS-ASPIN-REC.
           05  WS-ASPIN-HCPCS-CODE     PIC X(005).
           05  WS-ASPIN-SHORT-DESC     PIC X(028).
           05  WS-ASPIN-DOSAGE         PIC X(015).
           05  WS-ASPIN-PAYMENT-LIMIT  PIC X(010).
           05  WS-ASPIN-PAYMENT-LIMIT-9 REDEFINES
               WS-ASPIN-PAYMENT-LIMIT  PIC 9(007)V999.
           05  FILLER                  PIC X(022).
      **----------------------------------------------------------------*
      **   CMS NDC-HCPCS CROSSWALK -- ONE ROW PER NDC UNDER A HCPCS      *
      **   CODE.  PACKAGE SIZE TIMES PACKAGE QUANTITY IS THE NDC UNITS   *
      **   IN ONE PACKAGE; BILLING UNITS PER PACKAGE IS HOW MANY HCPCS   *
      **   UNITS THAT PACKAGE BILLS AS.                                  *
      **----------------------------------------------------------------*
       01  WS-NHXIN-REC.
           05  WS-NHXIN-HCPCS-CODE     PIC X(005).
           05  WS-NHXIN-NDC-CODE       PIC X(011).
           05  WS-NHXIN-DRUG-NAME      PIC X(030).
           05  WS-NHXIN-DOSAGE         PIC X(015).
           05  WS-NHXIN-PKG-SIZE       PIC X(008).
           05  WS-NHXIN-PKG-SIZE-9 REDEFINES
               WS-NHXIN-PKG-SIZE       PIC 9(005)V999.
           05  WS-NHXIN-PKG-QTY        PIC X(005).
           05  WS-NHXIN-PKG-QTY-9 REDEFINES
               WS-NHXIN-PKG-QTY        PIC 9(005).
           05  WS-NHXIN-UNIT-QUAL      PIC X(002).
           05  WS-NHXIN-BILL-UNITS     PIC X(010).
           05  WS-NHXIN-BILL-UNITS-9 REDEFINES
               WS-NHXIN-BILL-UNITS     PIC 9(007)V999.
           05  FILLER                  PIC X(034).
       77  WS-ASP-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-ASP-END-OF-FILE                  VALUE 'Y'.
       77  WS-NHX-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-NHX-END-OF-FILE                  VALUE 'Y'.
       77  WS-ASPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-MONTH                PIC 9(002)  VALUE ZERO.
       77  WS-RUN-QTR                  PIC 9(001)  VALUE ZERO.
       77  WS-LOAD-QUARTER             PIC X(006)  VALUE SPACES.
       77  WS-ASP-LOADED-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ASP-DUP-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ASP-REJECT-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NHX-LOADED-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NHX-DUP-COUNT            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NHX-REJECT-COUNT         PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-PRICE THRU 2000-EXIT
               UNTIL WS-ASP-END-OF-FILE
           PERFORM 3000-LOAD-ONE-NDC   THRU 3000-EXIT
               UNTIL WS-NHX-END-OF-FILE
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
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
           OPEN INPUT  PCD-ASPIN-FILE
           OPEN INPUT  PCD-NHXIN-FILE
           OPEN OUTPUT PCD-ASPM-MASTER
           PERFORM 1100-READ-ASPIN THRU 1100-EXIT
           PERFORM 1200-READ-NHXIN THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-ASPIN.
           READ PCD-ASPIN-FILE INTO WS-ASPIN-REC
               AT END
                   SET WS-ASP-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-NHXIN.
           READ PCD-NHXIN-FILE INTO WS-NHXIN-REC
               AT END
                   SET WS-NHX-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-ONE-PRICE -- THE PRICE ROW CARRIES A BLANK NDC.     *
      **----------------------------------------------------------------*
       2000-LOAD-ONE-PRICE.
           IF WS-ASPIN-HCPCS-CODE = SPACES
           OR WS-ASPIN-PAYMENT-LIMIT NOT NUMERIC
           OR WS-ASPIN-PAYMENT-LIMIT-9 = ZERO
               ADD 1 TO WS-ASP-REJECT-COUNT
               DISPLAY 'PCD214 - ASP ROW REJECTED ' WS-ASPIN-HCPCS-CODE
                   ' ' WS-ASPIN-PAYMENT-LIMIT
               PERFORM 1100-READ-ASPIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES                   TO PCD-ASPM-REC
           MOVE ZERO                     TO PCD-ASPM-PKG-SIZE
                                            PCD-ASPM-PKG-QTY
                                            PCD-ASPM-NDC-UNITS-PER-PKG
                                            PCD-ASPM-BILL-UNITS-PER-PKG
           MOVE WS-ASPIN-HCPCS-CODE      TO PCD-ASPM-HCPCS-CODE
           SET PCD-ASPM-PRICE-ROW        TO TRUE
           MOVE WS-ASPIN-SHORT-DESC      TO PCD-ASPM-DESCRIPTION
           MOVE WS-ASPIN-DOSAGE          TO PCD-ASPM-BILLING-UNIT
           MOVE WS-ASPIN-PAYMENT-LIMIT-9 TO PCD-ASPM-PAYMENT-LIMIT
           MOVE WS-LOAD-QUARTER          TO PCD-ASPM-LOAD-QUARTER
           MOVE WS-RUN-DATE              TO PCD-ASPM-LOAD-DATE
           WRITE PCD-ASPM-REC
               INVALID KEY
                   ADD 1 TO WS-ASP-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ASP-LOADED-COUNT
           END-WRITE
           PERFORM 1100-READ-ASPIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-LOAD-ONE-NDC -- A CROSSWALK ROW NEEDS BOTH CONVERSION    *
      **   FACTORS, OR UNITS CANNOT BE CONVERTED AND THE ROW IS NO USE.  *
      **----------------------------------------------------------------*
       3000-LOAD-ONE-NDC.
           IF WS-NHXIN-HCPCS-CODE = SPACES
           OR WS-NHXIN-NDC-CODE = SPACES
           OR WS-NHXIN-PKG-SIZE NOT NUMERIC
           OR WS-NHXIN-PKG-SIZE-9 = ZERO
           OR WS-NHXIN-BILL-UNITS NOT NUMERIC
           OR WS-NHXIN-BILL-UNITS-9 = ZERO
               ADD 1 TO WS-NHX-REJECT-COUNT
               DISPLAY 'PCD214 - CROSSWALK ROW REJECTED '
                   WS-NHXIN-HCPCS-CODE ' ' WS-NHXIN-NDC-CODE
               PERFORM 1200-READ-NHXIN THRU 1200-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES                 TO PCD-ASPM-REC
           MOVE ZERO                   TO PCD-ASPM-PAYMENT-LIMIT
           MOVE WS-NHXIN-HCPCS-CODE    TO PCD-ASPM-HCPCS-CODE
           MOVE WS-NHXIN-NDC-CODE      TO PCD-ASPM-NDC-CODE
           SET PCD-ASPM-CROSSWALK-ROW  TO TRUE
           MOVE WS-NHXIN-DRUG-NAME     TO PCD-ASPM-DESCRIPTION
           MOVE WS-NHXIN-DOSAGE        TO PCD-ASPM-BILLING-UNIT
           MOVE WS-NHXIN-PKG-SIZE-9    TO PCD-ASPM-PKG-SIZE
           IF WS-NHXIN-PKG-QTY NUMERIC
              AND WS-NHXIN-PKG-QTY-9 > ZERO
               MOVE WS-NHXIN-PKG-QTY-9 TO PCD-ASPM-PKG-QTY
           ELSE
               MOVE 1                  TO PCD-ASPM-PKG-QTY
           END-IF
           MOVE WS-NHXIN-UNIT-QUAL     TO PCD-ASPM-NDC-UNIT-QUAL
           COMPUTE PCD-ASPM-NDC-UNITS-PER-PKG
               = PCD-ASPM-PKG-SIZE * PCD-ASPM-PKG-QTY
           MOVE WS-NHXIN-BILL-UNITS-9  TO PCD-ASPM-BILL-UNITS-PER-PKG
           MOVE WS-LOAD-QUARTER        TO PCD-ASPM-LOAD-QUARTER
           MOVE WS-RUN-DATE            TO PCD-ASPM-LOAD-DATE
           WRITE PCD-ASPM-REC
               INVALID KEY
                   ADD 1 TO WS-NHX-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-NHX-LOADED-COUNT
           END-WRITE
           PERFORM 1200-READ-NHXIN THRU 1200-EXIT.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-ASPIN-FILE
           CLOSE PCD-NHXIN-FILE
           CLOSE PCD-ASPM-MASTER
           DISPLAY 'PCD214 - LOAD QUARTER:            ' WS-LOAD-QUARTER
           DISPLAY 'PCD214 - ASP PRICES LOADED:       '
               WS-ASP-LOADED-COUNT
           DISPLAY 'PCD214 - ASP DUPLICATES:          ' WS-ASP-DUP-COUNT
           DISPLAY 'PCD214 - ASP REJECTED:            '
               WS-ASP-REJECT-COUNT
           DISPLAY 'PCD214 - CROSSWALK NDCS LOADED:   '
               WS-NHX-LOADED-COUNT
           DISPLAY 'PCD214 - CROSSWALK DUPLICATES:    ' WS-NHX-DUP-COUNT
           DISPLAY 'PCD214 - CROSSWALK REJECTED:      '
               WS-NHX-REJECT-COUNT.
       9000-EXIT.
           EXIT.
