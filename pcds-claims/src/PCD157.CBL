      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD157              SYSTEM: PCDS                 *
      **    WEEKLY PENDING-ENROLLMENT REPORT WITH CLAIMS WAITING      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  BROWSES PCDSUSPM   *
      **                          FOR UNRELEASED ENRLNE ITEMS (HELD    *
      **                          BY PCD156), TOTALS CLAIMS AND        *
      **                          DOLLARS BY NPI / TAX ID / PAYER,     *
      **                          AND LISTS THE PAIRS ON PCDENRRP IN   *
      **                          DESCENDING DOLLARS WITH THE CURRENT  *
      **                          PCDENRM STATUS AND APPLICATION       *
      **                          DATE, SO THE ENROLLMENT TEAM WORKS   *
      **                          THE MOST EXPENSIVE GAPS FIRST.  A    *
      **                          PAIR THAT HAS GONE ACTIVE SINCE ITS  *
      **                          CLAIMS WERE HELD PRINTS AS 'NOW      *
      **                          ACTIVE' -- ITS ITEMS ARE READY FOR   *
      **                          RELEASE ON PCD085.                   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD157.
       AUTHOR.        PROVIDER ENROLLMENT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-SUSP-MASTER ASSIGN TO PCDSUSPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-ENRM-MASTER ASSIGN TO PCDENRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ENRM-KEY
               FILE STATUS IS WS-ENRM-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDENRRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-SUSP-MASTER.
       COPY PCDSUSP.
       FD  PCD-ENRM-MASTER.
       COPY PCDENRM.
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-DOLLARS             PIC 9(011)V99.
           05  SD-CLAIMS              PIC 9(007).
           05  SD-NPI                 PIC X(010).
           05  SD-TAX-ID              PIC X(009).
           05  SD-PAYOR-ID            PIC X(005).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PCDENRX.
       77  WS-SUSP-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SUSP-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-ENRM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ENRM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-PAIR-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PAIR-COUNT               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PAIRS-OVERFLOW           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ITEMS-HELD               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-PRINTED            PIC 9(005)  COMP  VALUE ZERO.
       77  WS-WORK-CHARGE              PIC 9(008)V99 VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-NPI           PIC X(010).
               10  WS-PR-TAX-ID        PIC X(009).
               10  WS-PR-PAYOR-ID      PIC X(005).
               10  WS-PR-CLAIMS        PIC 9(007)    COMP-3.
               10  WS-PR-DOLLARS       PIC 9(011)V99 COMP-3.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD157 - PENDING ENROLLMENTS WITH CLAIMS WAITING  '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'NPI        TAX ID    PAYER  CLM STATUS       APPLI'.
           05  FILLER                  PIC X(050)  VALUE
               'ED     CLAIMS         DOLLARS                     '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-NPI                PIC X(010).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-TAX-ID             PIC X(009).
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-STATUS             PIC X(015).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-APPLIED-DATE       PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CLAIMS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DOLLARS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(049)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-ENRM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SD-DOLLARS SD-CLAIMS
               INPUT PROCEDURE  3000-COLLECT-HELD-ITEMS THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-PAIRS        THRU 4000-EXIT
           CLOSE PCD-ENRM-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD157 - ENRLNE ITEMS OPEN:     ' WS-ITEMS-HELD
           DISPLAY 'PCD157 - PROVIDER/PAYER PAIRS:  ' WS-LINES-PRINTED
           DISPLAY 'PCD157 - PAIRS PAST TABLE SIZE: ' WS-PAIRS-OVERFLOW
           STOP RUN.
      **----------------------------------------------------------------*
      **   3000-COLLECT-HELD-ITEMS -- FULL BROWSE OF THE SUSPENSE        *
      **   MASTER; EACH OPEN ENRLNE ITEM IS ADDED TO ITS PAIR'S TOTALS,  *
      **   THEN ONE SORT RECORD IS RELEASED PER PAIR.                    *
      **----------------------------------------------------------------*
       3000-COLLECT-HELD-ITEMS.
           OPEN INPUT PCD-SUSP-MASTER
           MOVE LOW-VALUES TO PCD-SUSP-KEY
           START PCD-SUSP-MASTER KEY NOT < PCD-SUSP-KEY
               INVALID KEY
                   SET WS-SUSP-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-SCAN-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-SUSP-END-OF-FILE
           CLOSE PCD-SUSP-MASTER
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               MOVE WS-PR-DOLLARS  (WS-PAIR-SUB) TO SD-DOLLARS
               MOVE WS-PR-CLAIMS   (WS-PAIR-SUB) TO SD-CLAIMS
               MOVE WS-PR-NPI      (WS-PAIR-SUB) TO SD-NPI
               MOVE WS-PR-TAX-ID   (WS-PAIR-SUB) TO SD-TAX-ID
               MOVE WS-PR-PAYOR-ID (WS-PAIR-SUB) TO SD-PAYOR-ID
               RELEASE SD-SORT-REC
           END-PERFORM.
       3000-EXIT.
           EXIT.
       3100-SCAN-ONE-ITEM.
           READ PCD-SUSP-MASTER NEXT RECORD
               AT END
                   SET WS-SUSP-END-OF-FILE TO TRUE
           END-READ
           IF WS-SUSP-END-OF-FILE
               GO TO 3100-EXIT
           END-IF
           IF PCD-SUSP-REASON-CODE NOT = 'ENRLNE'
           OR PCD-SUSP-RELEASED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-HELD
           MOVE PCD-SUSP-REASON-TEXT TO PCD-ENRX-TEXT
           MOVE ZERO TO WS-WORK-CHARGE
           IF PCD-ENRX-CHARGE (1:8) IS NUMERIC
           AND PCD-ENRX-CHARGE (10:2) IS NUMERIC
               MOVE PCD-ENRX-CHARGE TO WS-WORK-CHARGE
           END-IF
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   OR (WS-PR-NPI (WS-PAIR-SUB) = PCD-ENRX-NPI
                   AND WS-PR-TAX-ID (WS-PAIR-SUB) = PCD-ENRX-TAX-ID
                   AND WS-PR-PAYOR-ID (WS-PAIR-SUB)
                       = PCD-SUSP-PAYOR-ID (1:5))
               CONTINUE
           END-PERFORM
           IF WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PAIR-COUNT = 2000
                   ADD 1 TO WS-PAIRS-OVERFLOW
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT   TO WS-PAIR-SUB
               MOVE PCD-ENRX-NPI    TO WS-PR-NPI      (WS-PAIR-SUB)
               MOVE PCD-ENRX-TAX-ID TO WS-PR-TAX-ID   (WS-PAIR-SUB)
               MOVE PCD-SUSP-PAYOR-ID (1:5)
                                    TO WS-PR-PAYOR-ID (WS-PAIR-SUB)
               MOVE ZERO TO WS-PR-CLAIMS  (WS-PAIR-SUB)
                            WS-PR-DOLLARS (WS-PAIR-SUB)
           END-IF
           ADD 1              TO WS-PR-CLAIMS  (WS-PAIR-SUB)
           ADD WS-WORK-CHARGE TO WS-PR-DOLLARS (WS-PAIR-SUB).
       3100-EXIT.
           EXIT.
       4000-PRINT-PAIRS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN
           PERFORM 4100-PRINT-ONE-PAIR THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       4000-EXIT.
           EXIT.
       4100-PRINT-ONE-PAIR.
           MOVE SD-NPI      TO PCD-ENRM-NPI     WS-D-NPI
           MOVE SD-TAX-ID   TO PCD-ENRM-TAX-ID  WS-D-TAX-ID
           MOVE SD-PAYOR-ID TO PCD-ENRM-PAYOR-ID WS-D-PAYOR-ID
           READ PCD-ENRM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ENRM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ENRM-FILE-STATUS
           END-READ
           MOVE SPACES TO WS-D-APPLIED-DATE
           EVALUATE TRUE
               WHEN NOT WS-ENRM-FOUND
                   MOVE 'NOT ON FILE'    TO WS-D-STATUS
               WHEN PCD-ENRM-CLM-ACTIVE
                AND WS-RUN-DATE NOT < PCD-ENRM-CLM-EFF-DATE
                AND (PCD-ENRM-CLM-TERM-DATE = ZERO
                 OR WS-RUN-DATE NOT > PCD-ENRM-CLM-TERM-DATE)
                   MOVE 'NOW ACTIVE'     TO WS-D-STATUS
               WHEN PCD-ENRM-CLM-ACTIVE
                   MOVE 'OUTSIDE DATES'  TO WS-D-STATUS
               WHEN PCD-ENRM-CLM-PENDING
                   MOVE 'PENDING'        TO WS-D-STATUS
               WHEN PCD-ENRM-CLM-DENIED
                   MOVE 'DENIED'         TO WS-D-STATUS
               WHEN PCD-ENRM-CLM-TERMINATED
                   MOVE 'TERMINATED'     TO WS-D-STATUS
               WHEN OTHER
                   MOVE 'STATUS UNKNOWN' TO WS-D-STATUS
           END-EVALUATE
           IF WS-ENRM-FOUND
           AND PCD-ENRM-APPLIED-DATE > ZERO
               MOVE PCD-ENRM-APPLIED-DATE TO WS-D-APPLIED-DATE
           END-IF
           MOVE SD-CLAIMS  TO WS-D-CLAIMS
           MOVE SD-DOLLARS TO WS-D-DOLLARS
           MOVE WS-REPORT-DETAIL TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-LINES-PRINTED
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
