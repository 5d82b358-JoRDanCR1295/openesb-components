      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD224           SYSTEM: PCDS                     *
      **    DME SALES-TAX LIABILITY REPORT BY JURISDICTION             *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  MONTHLY, FOR THE   *
      **                          SERVICE MONTH ON THE PCDTAXCD CARD   *
      **                          (DEFAULT THE PRIOR CALENDAR MONTH).  *
      **                          EACH SERVICE LINE IS SOURCED TO THE  *
      **                          STATE AND TAXING JURISDICTION OF THE *
      **                          PATIENT'S ZIP ON PCDZIPM.  LINES     *
      **                          TAXABLE UNDER THE PCDTAXB TAXABILITY *
      **                          MASTER, OR CARRYING                  *
      **                          F0-SALES-TAX-AMT, ARE TOTALLED BY    *
      **                          JURISDICTION AND STATE: TAXABLE      *
      **                          CHARGES, TAX BILLED, AND TAX         *
      **                          COLLECTED FROM THE POSTED KS         *
      **                          PAYMENT.  A TAXABLE LINE BILLED      *
      **                          WITHOUT TAX, OR TAX BILLED ON AN     *
      **                          EXEMPT ITEM, IS LISTED AS AN         *
      **                          EXCEPTION.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD224.
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
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDTAXCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CLAIM-FILE   ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ZIPM-MASTER  ASSIGN TO PCDZIPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ZIPM-ZIP5
               FILE STATUS IS WS-ZIPM-FILE-STATUS.
           SELECT PCD-TAXB-MASTER  ASSIGN TO PCDTAXB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TAXB-KEY
               FILE STATUS IS WS-TAXB-FILE-STATUS.
           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDTAXRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-TAX-MONTH      PIC X(006).
           05  FILLER                 PIC X(074).
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-ZIPM-MASTER.
       COPY PCDZIPM.
       FD  PCD-TAXB-MASTER.
       COPY PCDTAXB.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
      **----------------------------------------------------------------*
      **   ONE TAXABLE OR TAXED LINE, IN STATE / JURISDICTION ORDER.     *
      **----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-STATE               PIC X(002).
           05  SD-JURISDICTION        PIC X(020).
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-LINE-SEQ            PIC X(002).
           05  SD-HCPCS               PIC X(005).
           05  SD-SVC-DATE            PIC 9(008).
           05  SD-LINE-CHARGE         PIC S9(007)V99.
           05  SD-TAX-BILLED          PIC S9(007)V99.
           05  SD-TAX-COLLECTED       PIC S9(007)V99.
           05  SD-TAXABLE-SW          PIC X(001).
               88  SD-TAXABLE                     VALUE 'Y'.
           05  SD-EXCEPTION           PIC X(024).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-ZIPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ZIPM-FOUND                       VALUE '00'.
       77  WS-TAXB-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-TAXB-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-LINE-HELD-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LAST-LINE-HELD                   VALUE 'Y'.
       77  WS-TAXABLE-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-LINE-TAXABLE                     VALUE 'Y'.
       77  WS-FIRST-SWITCH             PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-SORTED                     VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-MONTH               PIC 9(006)  VALUE ZERO.
       77  WS-CLAIM-STATE              PIC X(002)  VALUE SPACES.
       77  WS-CLAIM-JURISDICTION       PIC X(020)  VALUE SPACES.
       77  WS-CURRENT-STATE            PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-JURISDICTION     PIC X(020)  VALUE SPACES.
       77  WS-PAT-CNTL-NO              PIC X(017)  VALUE SPACES.
       77  WS-TAX-COLLECTED            PIC S9(007)V99 COMP-3
                                                   VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-LEVEL                    PIC 9(001)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-IN-MONTH           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-REPORTED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ZIP-NOT-FOUND            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EXCEPTIONS               PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-MONTH             PIC 9(006)  VALUE ZERO.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY             PIC 9(004).
           05  WS-RPT-MM               PIC 9(002).
      **----------------------------------------------------------------*
      **   THE CLAIM'S SERVICE LINES IN THE REPORT MONTH, HELD TO THE    *
      **   X0 SO EACH LINE'S KS PAYMENT CAN BE SET AGAINST ITS TAX.      *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 50 TIMES.
               10  WS-LN-SEQ           PIC X(002).
               10  WS-LN-HCPCS         PIC X(005).
               10  WS-LN-SVC-DATE      PIC 9(008).
               10  WS-LN-CHARGE        PIC S9(007)V99 COMP-3.
               10  WS-LN-TAX           PIC S9(007)V99 COMP-3.
               10  WS-LN-PAID          PIC S9(007)V99 COMP-3.
      **----------------------------------------------------------------*
      **   TOTALS BY LEVEL: (1) JURISDICTION, (2) STATE, (3) REPORT.     *
      **----------------------------------------------------------------*
       01  WS-TOTALS-TABLE.
           05  WS-TOTALS OCCURS 3 TIMES.
               10  WS-TL-LINES         PIC 9(007)  COMP.
               10  WS-TL-TAXABLE-CHG   PIC S9(011)V99 COMP-3.
               10  WS-TL-TAX-BILLED    PIC S9(009)V99 COMP-3.
               10  WS-TL-TAX-COLLECTED PIC S9(009)V99 COMP-3.
               10  WS-TL-EXCEPTIONS    PIC 9(007)  COMP.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD224 - DME SALES-TAX LIABILITY BY JURISDICTION'.
           05  FILLER                  PIC X(015)  VALUE
               ' SERVICE MONTH '.
           05  WS-H1-TAX-MONTH         PIC 9(006).
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(043)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' ST  JURISDICTION          PAT CNTL NO        LN  '.
           05  FILLER                  PIC X(050)  VALUE
               'HCPCS  SVC DATE      CHARGE  TAX BILLED   COLLECTE'.
           05  FILLER                  PIC X(032)  VALUE
               'D  EXCEPTION                    '.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               ' TOTALS                                      LINES'.
           05  FILLER                  PIC X(050)  VALUE
               '   TAXABLE CHARGES      TAX BILLED   TAX COLLECTED'.
           05  FILLER                  PIC X(032)  VALUE
               'EXCEPTIONS                      '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-STATE              PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-JURISDICTION       PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-LINE-SEQ           PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-HCPCS              PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SVC-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CHARGE             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TAX-BILLED         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-TAX-COLLECTED      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-EXCEPTION          PIC X(024).
           05  FILLER                  PIC X(005)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-T-LABEL              PIC X(040).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-T-LINES              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-T-TAXABLE-CHG        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-T-TAX-BILLED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-T-TAX-COLLECTED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-T-EXCEPTIONS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(022)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-STATE
               ON ASCENDING KEY SD-JURISDICTION
               ON ASCENDING KEY SD-PAT-CNTL-NO
               ON ASCENDING KEY SD-LINE-SEQ
               INPUT PROCEDURE  2000-SCAN-CLAIMS    THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-REPORT   THRU 4000-EXIT
           PERFORM 9000-TERMINATE  THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE RETURNS ARE FILED BY SERVICE MONTH.  A *
      **   BLANK OR MISSING CARD MEANS THE MONTH BEFORE THE RUN DATE.    *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-TAX-MONTH IS NUMERIC
           AND FD-CARD-TAX-MONTH NOT = ZERO
               MOVE FD-CARD-TAX-MONTH TO WS-REPORT-MONTH
           ELSE
               COMPUTE WS-RPT-CCYY = WS-RUN-DATE / 10000
               COMPUTE WS-RPT-MM   = (WS-RUN-DATE / 100)
                                   - (WS-RPT-CCYY * 100)
               IF WS-RPT-MM = 01
                   SUBTRACT 1 FROM WS-RPT-CCYY
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MM
               END-IF
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-ZIPM-MASTER
           OPEN INPUT  PCD-TAXB-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               MOVE ZERO TO WS-TL-LINES         (WS-LEVEL)
                            WS-TL-TAXABLE-CHG   (WS-LEVEL)
                            WS-TL-TAX-BILLED    (WS-LEVEL)
                            WS-TL-TAX-COLLECTED (WS-LEVEL)
                            WS-TL-EXCEPTIONS    (WS-LEVEL)
           END-PERFORM
           MOVE WS-REPORT-MONTH TO WS-H1-TAX-MONTH
           MOVE WS-RUN-DATE     TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-CLAIMS -- SORT INPUT PROCEDURE.                     *
      **----------------------------------------------------------------*
       2000-SCAN-CLAIMS.
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           PERFORM 2100-PROCESS-RECORD  THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-RELEASE-CLAIM   THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
               WHEN B0-REC
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
               WHEN C0-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
                   PERFORM 2200-START-CLAIM   THRU 2200-EXIT
               WHEN F0-REC
                   MOVE 'N' TO WS-LINE-HELD-SWITCH
                   IF WS-CLAIM-OPEN
                       PERFORM 2300-HOLD-LINE THRU 2300-EXIT
                   END-IF
               WHEN KS-REC
                   IF WS-LAST-LINE-HELD
                      AND KS-SVC-LN-PD-AMT-X IS NUMERIC
                       MOVE KS-SVC-LN-PD-AMT
                           TO WS-LN-PAID (WS-LINE-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-START-CLAIM -- DME SALES TAX IS SOURCED TO WHERE THE     *
      **   ITEM IS DELIVERED, THE PATIENT'S HOME.  THE ZIP GIVES THE     *
      **   STATE AND THE LOCAL JURISDICTION (ITS CITY WHEN THE POSTAL    *
      **   FILE CARRIES NO JURISDICTION CODE FOR IT).                    *
      **----------------------------------------------------------------*
       2200-START-CLAIM.
           SET WS-CLAIM-OPEN TO TRUE
           MOVE 'N'  TO WS-LINE-HELD-SWITCH
           MOVE ZERO TO WS-LINE-COUNT
           ADD 1 TO WS-CLAIMS-READ
           MOVE C0-PAT-CNTL-NUM TO WS-PAT-CNTL-NO
           MOVE C0-PAT-ZIP5     TO PCD-ZIPM-ZIP5
           READ PCD-ZIPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ZIPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ZIPM-FILE-STATUS
           END-READ
           IF WS-ZIPM-FOUND
               MOVE PCD-ZIPM-STATE TO WS-CLAIM-STATE
               IF PCD-ZIPM-TAX-JURIS NOT = SPACES
                   MOVE PCD-ZIPM-TAX-JURIS TO WS-CLAIM-JURISDICTION
               ELSE
                   MOVE PCD-ZIPM-CITY      TO WS-CLAIM-JURISDICTION
               END-IF
           ELSE
               ADD 1 TO WS-ZIP-NOT-FOUND
               MOVE C0-PAT-STATE    TO WS-CLAIM-STATE
               MOVE '*ZIP NOT ON FILE'  TO WS-CLAIM-JURISDICTION
           END-IF.
       2200-EXIT.
           EXIT.
       2300-HOLD-LINE.
           IF F0-FROM-DATE-X NOT NUMERIC
            OR WS-LINE-COUNT = 50
               GO TO 2300-EXIT
           END-IF
           MOVE F0-FROM-DATE-X TO WS-LN-SVC-DATE (WS-LINE-COUNT + 1)
           COMPUTE WS-LINE-MONTH
               = WS-LN-SVC-DATE (WS-LINE-COUNT + 1) / 100
           IF WS-LINE-MONTH NOT = WS-REPORT-MONTH
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINES-IN-MONTH
           SET WS-LAST-LINE-HELD TO TRUE
           MOVE F0-SEQ-NUM-X  TO WS-LN-SEQ   (WS-LINE-COUNT)
           MOVE F0-PROC-CODE  TO WS-LN-HCPCS (WS-LINE-COUNT)
           MOVE ZERO          TO WS-LN-CHARGE (WS-LINE-COUNT)
                                 WS-LN-TAX    (WS-LINE-COUNT)
                                 WS-LN-PAID   (WS-LINE-COUNT)
           IF F0-LINE-CHRG NUMERIC
               MOVE F0-LINE-CHRG     TO WS-LN-CHARGE (WS-LINE-COUNT)
           END-IF
           IF F0-SALES-TAX-AMT-X NUMERIC
               MOVE F0-SALES-TAX-AMT TO WS-LN-TAX    (WS-LINE-COUNT)
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-RELEASE-CLAIM -- A LINE IS REPORTED WHEN ITS ITEM IS     *
      **   TAXABLE IN THE STATE OR TAX WAS BILLED ON IT; ANY OTHER LINE  *
      **   IS NOT PART OF THE RETURN.                                    *
      **----------------------------------------------------------------*
       3000-RELEASE-CLAIM.
           IF NOT WS-CLAIM-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-HELD-SWITCH
           PERFORM 3100-RELEASE-LINE THRU 3100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
       3000-EXIT.
           EXIT.
       3100-RELEASE-LINE.
           PERFORM 3200-CHECK-TAXABILITY THRU 3200-EXIT
           IF NOT WS-LINE-TAXABLE
              AND WS-LN-TAX (WS-LINE-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES                     TO SD-SORT-REC
           MOVE WS-CLAIM-STATE             TO SD-STATE
           MOVE WS-CLAIM-JURISDICTION      TO SD-JURISDICTION
           MOVE WS-PAT-CNTL-NO             TO SD-PAT-CNTL-NO
           MOVE WS-LN-SEQ    (WS-LINE-SUB) TO SD-LINE-SEQ
           MOVE WS-LN-HCPCS  (WS-LINE-SUB) TO SD-HCPCS
           MOVE WS-LN-SVC-DATE (WS-LINE-SUB) TO SD-SVC-DATE
           MOVE WS-LN-CHARGE (WS-LINE-SUB) TO SD-LINE-CHARGE
           MOVE WS-LN-TAX    (WS-LINE-SUB) TO SD-TAX-BILLED
           MOVE WS-TAXABLE-SWITCH          TO SD-TAXABLE-SW
           PERFORM 3300-COMPUTE-COLLECTED THRU 3300-EXIT
           MOVE WS-TAX-COLLECTED           TO SD-TAX-COLLECTED
           IF WS-LINE-TAXABLE
              AND WS-LN-TAX (WS-LINE-SUB) = ZERO
               MOVE 'TAXABLE, NO TAX BILLED' TO SD-EXCEPTION
           END-IF
           IF NOT WS-LINE-TAXABLE
               MOVE 'TAX BILLED, ITEM EXEMPT' TO SD-EXCEPTION
           END-IF
           RELEASE SD-SORT-REC
           ADD 1 TO WS-LINES-REPORTED.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-TAXABILITY -- THE STATE'S ROW FOR THE HCPCS CODE,  *
      **   ELSE ITS DEFAULT ROW (BLANK CODE).  A STATE WITH NEITHER      *
      **   TAXES NOTHING.                                                *
      **----------------------------------------------------------------*
       3200-CHECK-TAXABILITY.
           MOVE 'N'                        TO WS-TAXABLE-SWITCH
           MOVE WS-CLAIM-STATE             TO PCD-TAXB-STATE
           MOVE WS-LN-HCPCS (WS-LINE-SUB)  TO PCD-TAXB-HCPCS
           READ PCD-TAXB-MASTER
               INVALID KEY
                   MOVE '23' TO WS-TAXB-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-TAXB-FILE-STATUS
           END-READ
           IF NOT WS-TAXB-FOUND
               MOVE SPACES TO PCD-TAXB-HCPCS
               READ PCD-TAXB-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-TAXB-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-TAXB-FILE-STATUS
               END-READ
           END-IF
           IF WS-TAXB-FOUND
              AND PCD-TAXB-TAXABLE
               SET WS-LINE-TAXABLE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-COMPUTE-COLLECTED -- THE REMITTANCE PAYS THE LINE, NOT   *
      **   ITS TAX, SO THE TAX COLLECTED IS TAKEN AS THE SAME SHARE OF   *
      **   THE TAX AS THE PAYMENT IS OF THE LINE CHARGE, NEVER MORE      *
      **   THAN THE TAX BILLED.                                          *
      **----------------------------------------------------------------*
       3300-COMPUTE-COLLECTED.
           MOVE ZERO TO WS-TAX-COLLECTED
           IF WS-LN-TAX  (WS-LINE-SUB) = ZERO
            OR WS-LN-PAID (WS-LINE-SUB) NOT > ZERO
               GO TO 3300-EXIT
           END-IF
           IF WS-LN-CHARGE (WS-LINE-SUB) > ZERO
               COMPUTE WS-TAX-COLLECTED ROUNDED
                   = WS-LN-TAX  (WS-LINE-SUB)
                   * WS-LN-PAID (WS-LINE-SUB)
                   / WS-LN-CHARGE (WS-LINE-SUB)
           ELSE
               MOVE WS-LN-PAID (WS-LINE-SUB) TO WS-TAX-COLLECTED
           END-IF
           IF WS-TAX-COLLECTED > WS-LN-TAX (WS-LINE-SUB)
               MOVE WS-LN-TAX (WS-LINE-SUB) TO WS-TAX-COLLECTED
           END-IF.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-REPORT -- SORT OUTPUT PROCEDURE.  EXCEPTION LINES  *
      **   PRINT UNDER THEIR JURISDICTION, FOLLOWED BY JURISDICTION,     *
      **   STATE AND REPORT TOTALS.                                      *
      **----------------------------------------------------------------*
       4000-PRINT-REPORT.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PROCESS-ONE-LINE THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-SORTED
               PERFORM 4500-PRINT-JURIS-TOTAL THRU 4500-EXIT
               PERFORM 4600-PRINT-STATE-TOTAL THRU 4600-EXIT
           END-IF
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'REPORT TOTAL'   TO WS-T-LABEL
           MOVE 3                TO WS-LEVEL
           PERFORM 4700-PRINT-TOTAL-LINE THRU 4700-EXIT.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PROCESS-ONE-LINE.
           IF WS-FIRST-SORTED
               MOVE 'N' TO WS-FIRST-SWITCH
               MOVE SD-STATE        TO WS-CURRENT-STATE
               MOVE SD-JURISDICTION TO WS-CURRENT-JURISDICTION
           END-IF
           IF SD-STATE NOT = WS-CURRENT-STATE
               PERFORM 4500-PRINT-JURIS-TOTAL THRU 4500-EXIT
               PERFORM 4600-PRINT-STATE-TOTAL THRU 4600-EXIT
           ELSE
               IF SD-JURISDICTION NOT = WS-CURRENT-JURISDICTION
                   PERFORM 4500-PRINT-JURIS-TOTAL THRU 4500-EXIT
               END-IF
           END-IF
           MOVE SD-STATE        TO WS-CURRENT-STATE
           MOVE SD-JURISDICTION TO WS-CURRENT-JURISDICTION
           ADD 1                TO WS-TL-LINES (1)
           ADD SD-TAX-BILLED    TO WS-TL-TAX-BILLED (1)
           ADD SD-TAX-COLLECTED TO WS-TL-TAX-COLLECTED (1)
           IF SD-TAXABLE
               ADD SD-LINE-CHARGE TO WS-TL-TAXABLE-CHG (1)
           END-IF
           IF SD-EXCEPTION NOT = SPACES
               ADD 1 TO WS-TL-EXCEPTIONS (1)
               ADD 1 TO WS-EXCEPTIONS
               PERFORM 4300-PRINT-EXCEPTION THRU 4300-EXIT
           END-IF
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-PRINT-EXCEPTION.
           MOVE SD-STATE         TO WS-D-STATE
           MOVE SD-JURISDICTION  TO WS-D-JURISDICTION
           MOVE SD-PAT-CNTL-NO   TO WS-D-PAT-CNTL-NO
           MOVE SD-LINE-SEQ      TO WS-D-LINE-SEQ
           MOVE SD-HCPCS         TO WS-D-HCPCS
           MOVE SD-SVC-DATE      TO WS-D-SVC-DATE
           MOVE SD-LINE-CHARGE   TO WS-D-CHARGE
           MOVE SD-TAX-BILLED    TO WS-D-TAX-BILLED
           MOVE SD-TAX-COLLECTED TO WS-D-TAX-COLLECTED
           MOVE SD-EXCEPTION     TO WS-D-EXCEPTION
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       4300-EXIT.
           EXIT.
       4500-PRINT-JURIS-TOTAL.
           MOVE SPACES TO WS-T-LABEL
           STRING WS-CURRENT-STATE        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CURRENT-JURISDICTION DELIMITED BY '  '
                  ' TOTAL'                DELIMITED BY SIZE
               INTO WS-T-LABEL
           END-STRING
           MOVE 1 TO WS-LEVEL
           PERFORM 4700-PRINT-TOTAL-LINE THRU 4700-EXIT.
       4500-EXIT.
           EXIT.
       4600-PRINT-STATE-TOTAL.
           MOVE SPACES TO WS-T-LABEL
           STRING WS-CURRENT-STATE        DELIMITED BY SIZE
                  ' STATE TOTAL'          DELIMITED BY SIZE
               INTO WS-T-LABEL
           END-STRING
           MOVE 2 TO WS-LEVEL
           PERFORM 4700-PRINT-TOTAL-LINE THRU 4700-EXIT
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       4600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4700-PRINT-TOTAL-LINE -- PRINTS LEVEL WS-LEVEL, ROLLS IT INTO *
      **   THE LEVEL ABOVE AND CLEARS IT.                                *
      **----------------------------------------------------------------*
       4700-PRINT-TOTAL-LINE.
           MOVE WS-TL-LINES         (WS-LEVEL) TO WS-T-LINES
           MOVE WS-TL-TAXABLE-CHG   (WS-LEVEL) TO WS-T-TAXABLE-CHG
           MOVE WS-TL-TAX-BILLED    (WS-LEVEL) TO WS-T-TAX-BILLED
           MOVE WS-TL-TAX-COLLECTED (WS-LEVEL) TO WS-T-TAX-COLLECTED
           MOVE WS-TL-EXCEPTIONS    (WS-LEVEL) TO WS-T-EXCEPTIONS
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           IF WS-LEVEL < 3
               ADD WS-TL-LINES (WS-LEVEL)
                   TO WS-TL-LINES (WS-LEVEL + 1)
               ADD WS-TL-TAXABLE-CHG (WS-LEVEL)
                   TO WS-TL-TAXABLE-CHG (WS-LEVEL + 1)
               ADD WS-TL-TAX-BILLED (WS-LEVEL)
                   TO WS-TL-TAX-BILLED (WS-LEVEL + 1)
               ADD WS-TL-TAX-COLLECTED (WS-LEVEL)
                   TO WS-TL-TAX-COLLECTED (WS-LEVEL + 1)
               ADD WS-TL-EXCEPTIONS (WS-LEVEL)
                   TO WS-TL-EXCEPTIONS (WS-LEVEL + 1)
               MOVE ZERO TO WS-TL-LINES         (WS-LEVEL)
                            WS-TL-TAXABLE-CHG   (WS-LEVEL)
                            WS-TL-TAX-BILLED    (WS-LEVEL)
                            WS-TL-TAX-COLLECTED (WS-LEVEL)
                            WS-TL-EXCEPTIONS    (WS-LEVEL)
           END-IF.
       4700-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ZIPM-MASTER
           CLOSE PCD-TAXB-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD224 - SERVICE MONTH:          ' WS-REPORT-MONTH
           DISPLAY 'PCD224 - CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'PCD224 - LINES IN MONTH:         ' WS-LINES-IN-MONTH
           DISPLAY 'PCD224 - TAXABLE/TAXED LINES:    ' WS-LINES-REPORTED
           DISPLAY 'PCD224 - PATIENT ZIP NOT ON FILE:' WS-ZIP-NOT-FOUND
           DISPLAY 'PCD224 - EXCEPTIONS:             ' WS-EXCEPTIONS.
       9000-EXIT.
           EXIT.
