      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD196           SYSTEM: PCDS                     *
      **    HOME HEALTH EVV VISIT MATCH AND AGENCY VERIFICATION RATE   *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READ-ONLY EDIT RUN *
      **                          WITH THE OTHER PRE-TRANSMISSION      *
      **                          SUSPENSE EDITS.  EACH HOME-HEALTH    *
      **                          CLAIM (ONE WITH AN EX RECORD) HAS    *
      **                          ITS SERVICE LINES MATCHED TO THE     *
      **                          PCDEVVM VISITS BY MEMBER (FIRST D0   *
      **                          INSURED ID), DATE OF SERVICE AND     *
      **                          SERVICE CODE; ONLY GPS-VERIFIED,     *
      **                          CHECKED-OUT VISITS COUNT.  THE       *
      **                          CLAIM'S VISITS ARE THE GREATER OF    *
      **                          THE EX VISITS RENDERED AND THE LINE  *
      **                          UNITS; ANY LEFT UNVERIFIED SUSPEND   *
      **                          THE CLAIM UNDER REASON EVVNM.        *
      **                          PCDEVVRP LISTS EACH BILLING AGENCY'S *
      **                          VISITS, VERIFIED VISITS AND          *
      **                          VERIFICATION RATE.                   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD196.
       AUTHOR.        HOME HEALTH BILLING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EVVM-MASTER   ASSIGN TO PCDEVVM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-EVVM-KEY
               FILE STATUS IS WS-EVVM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDEVVRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-EVVM-MASTER.
       COPY PCDEVVM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EVVM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EVVM-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-HOME-HEALTH-SWITCH       PIC X(001)  VALUE 'N'.
           88  WS-HOME-HEALTH-CLAIM                VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-BATCH-NUM        PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-ORG-NAME         PIC X(018)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(020)  VALUE SPACES.
       77  WS-MEMBER-ID                PIC X(017)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-EX-VISITS                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LINE-VISITS              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CLAIM-VISITS             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CLAIM-VERIFIED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CLAIM-UNVERIFIED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-EVV-FOUND                PIC 9(005)  COMP  VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-AGY-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AGY-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AGY-FOUND-SUB            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HH-CLAIMS                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HH-SUSPENDED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TOTAL-VISITS             PIC 9(009)  COMP  VALUE ZERO.
       77  WS-TOTAL-VERIFIED           PIC 9(009)  COMP  VALUE ZERO.
       77  WS-AGENCIES-DROPPED         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-RATE                     PIC 9(003)V9 VALUE ZERO.
       01  WS-VISIT-EDIT-1             PIC ZZZZ9.
       01  WS-VISIT-EDIT-2             PIC ZZZZ9.
      **----------------------------------------------------------------*
      **   THE CURRENT CLAIM'S SERVICE LINES: EACH IS MATCHED TO EVV BY  *
      **   MEMBER, DATE OF SERVICE AND SERVICE CODE.  A LINE'S UNITS     *
      **   ARE ITS VISITS (ONE WHEN NO WHOLE UNIT COUNT IS BILLED).      *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-SVC-DATE-X    PIC X(008).
               10  WS-LN-SVC-DATE REDEFINES WS-LN-SVC-DATE-X
                                       PIC 9(008).
               10  WS-LN-PROC-CODE     PIC X(005).
               10  WS-LN-VISITS        PIC 9(003).
      **----------------------------------------------------------------*
      **   RUN TOTALS BY BILLING AGENCY (B0 NPI) FOR THE VERIFICATION-   *
      **   RATE REPORT.                                                  *
      **----------------------------------------------------------------*
       01  WS-AGENCY-TABLE.
           05  WS-AGY-ENTRY OCCURS 500 TIMES.
               10  WS-AGY-NPI          PIC X(010).
               10  WS-AGY-NAME         PIC X(018).
               10  WS-AGY-CLAIMS       PIC 9(007)  COMP.
               10  WS-AGY-SUSPENDED    PIC 9(007)  COMP.
               10  WS-AGY-VISITS       PIC 9(009)  COMP.
               10  WS-AGY-VERIFIED     PIC 9(009)  COMP.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD196 - HOME HEALTH EVV VERIFICATION BY AGENCY'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' AGENCY NPI  AGENCY NAME         CLAIMS    SUSPND '.
           05  FILLER                  PIC X(050)  VALUE
               '    VISITS  VERIFIED   UNVERIFD   RATE%           '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-NPI                PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-NAME               PIC X(018).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CLAIMS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SUSPENDED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-VISITS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-VERIFIED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-UNVERIFIED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RATE               PIC ZZ9.9.
           05  FILLER                  PIC X(043)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 8000-AGENCY-REPORT   THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- WITHOUT THE EVV MASTER EVERY HOME-HEALTH   *
      **   CLAIM WOULD SUSPEND, SO THE RUN STOPS INSTEAD.                *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-EVVM-MASTER
           IF NOT WS-EVVM-FOUND
               DISPLAY 'PCD196 - PCDEVVM NOT AVAILABLE, STATUS '
                   WS-EVVM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-SUSPENSE-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
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
      **   2000-PROCESS-RECORDS -- A CLAIM IS HOME HEALTH WHEN IT        *
      **   CARRIES AN EX RECORD.  THE MEMBER IS THE INSURED ID BILLED    *
      **   TO THE FIRST PAYER.                                           *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE B0-BATCH-TYPE  TO WS-CURRENT-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X TO WS-CURRENT-BATCH-NUM
                   MOVE B0-NPI         TO WS-CURRENT-NPI
                   MOVE B0-BP-ORG-NAME TO WS-CURRENT-ORG-NAME
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-OPEN TO TRUE
                   MOVE 'N'    TO WS-HOME-HEALTH-SWITCH
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE SPACES TO WS-MEMBER-ID
                                  WS-PAYOR-ID
                   MOVE ZERO   TO WS-EX-VISITS
                                  WS-LINE-COUNT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND WS-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID   TO WS-PAYOR-ID
                       MOVE D0-INSURED-ID TO WS-MEMBER-ID
                   END-IF
               WHEN EX-REC
                   IF WS-CLAIM-OPEN
                       SET WS-HOME-HEALTH-CLAIM TO TRUE
                       IF EX-TOT-VISITS-REND NUMERIC
                           ADD EX-TOT-VISITS-REND TO WS-EX-VISITS
                       END-IF
                   END-IF
               WHEN F0-REC
                   IF WS-CLAIM-OPEN
                      AND WS-LINE-COUNT < 50
                       ADD 1 TO WS-LINE-COUNT
                       MOVE F0-FROM-DATE-X
                           TO WS-LN-SVC-DATE-X (WS-LINE-COUNT)
                       MOVE F0-PROC-CODE
                           TO WS-LN-PROC-CODE  (WS-LINE-COUNT)
                       MOVE 1 TO WS-LN-VISITS  (WS-LINE-COUNT)
                       IF F0-SERVICE-UNIT-X NUMERIC
                          AND F0-SERVICE-UNIT NOT < 1
                           IF F0-SERVICE-UNIT > 99
                               MOVE 99 TO WS-LN-VISITS (WS-LINE-COUNT)
                           ELSE
                               MOVE F0-SERVICE-UNIT
                                   TO WS-LN-VISITS (WS-LINE-COUNT)
                           END-IF
                       END-IF
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
               WHEN CLAIM-RECS
                   CONTINUE
               WHEN OTHER
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2150-END-OF-CHAIN.
           IF WS-CLAIM-OPEN
              AND WS-HOME-HEALTH-CLAIM
               PERFORM 2200-MATCH-CLAIM THRU 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-HOME-HEALTH-SWITCH.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-MATCH-CLAIM -- THE CLAIM'S VISITS ARE THE GREATER OF THE *
      **   EX VISITS RENDERED AND THE VISITS ON ITS LINES.  EACH LINE    *
      **   IS CREDITED WITH NO MORE VERIFIED EVV VISITS THAN IT BILLS.   *
      **   ANY VISIT LEFT UNVERIFIED HOLDS THE CLAIM IN SUSPENSE UNDER   *
      **   REASON EVVNM BEFORE IT IS TRANSMITTED.                        *
      **----------------------------------------------------------------*
       2200-MATCH-CLAIM.
           ADD 1 TO WS-HH-CLAIMS
           MOVE ZERO TO WS-LINE-VISITS
                        WS-CLAIM-VERIFIED
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               ADD WS-LN-VISITS (WS-LINE-SUB) TO WS-LINE-VISITS
               IF WS-MEMBER-ID NOT = SPACES
                  AND WS-LN-SVC-DATE-X (WS-LINE-SUB) NUMERIC
                   PERFORM 2300-COUNT-EVV THRU 2300-EXIT
                   IF WS-EVV-FOUND > WS-LN-VISITS (WS-LINE-SUB)
                       ADD WS-LN-VISITS (WS-LINE-SUB)
                           TO WS-CLAIM-VERIFIED
                   ELSE
                       ADD WS-EVV-FOUND TO WS-CLAIM-VERIFIED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EX-VISITS > WS-LINE-VISITS
               MOVE WS-EX-VISITS   TO WS-CLAIM-VISITS
           ELSE
               MOVE WS-LINE-VISITS TO WS-CLAIM-VISITS
           END-IF
           COMPUTE WS-CLAIM-UNVERIFIED =
               WS-CLAIM-VISITS - WS-CLAIM-VERIFIED
           PERFORM 2400-FIND-AGENCY THRU 2400-EXIT
           ADD WS-CLAIM-VISITS   TO WS-TOTAL-VISITS
           ADD WS-CLAIM-VERIFIED TO WS-TOTAL-VERIFIED
           IF WS-AGY-SUB > ZERO
               ADD 1                 TO WS-AGY-CLAIMS   (WS-AGY-SUB)
               ADD WS-CLAIM-VISITS   TO WS-AGY-VISITS   (WS-AGY-SUB)
               ADD WS-CLAIM-VERIFIED TO WS-AGY-VERIFIED (WS-AGY-SUB)
           END-IF
           IF WS-CLAIM-UNVERIFIED = ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-AGY-SUB > ZERO
               ADD 1 TO WS-AGY-SUSPENDED (WS-AGY-SUB)
           END-IF
           PERFORM 2270-WRITE-SUSPENSE THRU 2270-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2270-WRITE-SUSPENSE -- THE REASON TEXT GIVES HOW MANY OF THE  *
      **   CLAIM'S VISITS HAVE NO VERIFIED EVV RECORD.                   *
      **----------------------------------------------------------------*
       2270-WRITE-SUSPENSE.
           MOVE SPACES                 TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM      TO PCD-SUSP-JOBNUM
           MOVE WS-CURRENT-BATCH-TYPE  TO PCD-SUSP-BATCH-TYPE
           MOVE WS-CURRENT-BATCH-NUM   TO PCD-SUSP-BATCH-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-PAYOR-ID            TO PCD-SUSP-PAYOR-ID
           MOVE 'EVVNM'                TO PCD-SUSP-REASON-CODE
           MOVE WS-CLAIM-UNVERIFIED    TO WS-VISIT-EDIT-1
           MOVE WS-CLAIM-VISITS        TO WS-VISIT-EDIT-2
           IF WS-MEMBER-ID = SPACES
               MOVE 'HOME HEALTH CLAIM HAS NO MEMBER ID FOR EVV MATCH'
                   TO PCD-SUSP-REASON-TEXT
           ELSE
               STRING 'EVV NOT VERIFIED FOR ' DELIMITED BY SIZE
                      WS-VISIT-EDIT-1         DELIMITED BY SIZE
                      ' OF '                  DELIMITED BY SIZE
                      WS-VISIT-EDIT-2         DELIMITED BY SIZE
                      ' VISITS'               DELIMITED BY SIZE
                   INTO PCD-SUSP-REASON-TEXT
           END-IF
           MOVE 'PCD196'               TO PCD-SUSP-SOURCE-PGM
           MOVE WS-RUN-DATE            TO PCD-SUSP-DATE
           MOVE PCD-SUSPENSE-REC       TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC
           ADD 1 TO WS-HH-SUSPENDED.
       2270-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-COUNT-EVV -- BROWSES THE MEMBER'S VISITS FOR THE LINE'S  *
      **   DATE AND SERVICE CODE.  ONLY A GPS-VERIFIED VISIT WITH A      *
      **   CHECK-OUT AFTER ITS CHECK-IN COUNTS.                          *
      **----------------------------------------------------------------*
       2300-COUNT-EVV.
           MOVE ZERO TO WS-EVV-FOUND
           MOVE WS-MEMBER-ID                   TO PCD-EVVM-MEMBER-ID
           MOVE WS-LN-SVC-DATE (WS-LINE-SUB)   TO PCD-EVVM-SVC-DATE
           MOVE WS-LN-PROC-CODE (WS-LINE-SUB)  TO PCD-EVVM-SVC-CODE
           MOVE ZERO                           TO PCD-EVVM-CHECK-IN-TIME
           MOVE 'N' TO WS-BROWSE-SWITCH
           START PCD-EVVM-MASTER KEY IS NOT LESS THAN PCD-EVVM-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 2350-COUNT-ONE THRU 2350-EXIT
               UNTIL WS-BROWSE-DONE.
       2300-EXIT.
           EXIT.
       2350-COUNT-ONE.
           READ PCD-EVVM-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 2350-EXIT
           END-READ
           IF PCD-EVVM-MEMBER-ID NOT = WS-MEMBER-ID
            OR PCD-EVVM-SVC-DATE NOT = WS-LN-SVC-DATE (WS-LINE-SUB)
            OR PCD-EVVM-SVC-CODE NOT = WS-LN-PROC-CODE (WS-LINE-SUB)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2350-EXIT
           END-IF
           IF PCD-EVVM-GPS-OK
              AND PCD-EVVM-CHECK-OUT-TIME > PCD-EVVM-CHECK-IN-TIME
               ADD 1 TO WS-EVV-FOUND
           END-IF.
       2350-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-FIND-AGENCY -- A FULL TABLE LEAVES A NEW AGENCY OFF THE  *
      **   REPORT (COUNTED ON THE CONSOLE); ITS CLAIMS STILL SUSPEND.    *
      **----------------------------------------------------------------*
       2400-FIND-AGENCY.
           MOVE ZERO TO WS-AGY-FOUND-SUB
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
               IF WS-AGY-NPI (WS-AGY-SUB) = WS-CURRENT-NPI
                   MOVE WS-AGY-SUB TO WS-AGY-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AGY-FOUND-SUB > ZERO
               MOVE WS-AGY-FOUND-SUB TO WS-AGY-SUB
               GO TO 2400-EXIT
           END-IF
           IF WS-AGY-COUNT = 500
               ADD 1 TO WS-AGENCIES-DROPPED
               MOVE ZERO TO WS-AGY-SUB
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-AGY-COUNT
           MOVE WS-AGY-COUNT        TO WS-AGY-SUB
           MOVE WS-CURRENT-NPI      TO WS-AGY-NPI  (WS-AGY-SUB)
           MOVE WS-CURRENT-ORG-NAME TO WS-AGY-NAME (WS-AGY-SUB)
           MOVE ZERO TO WS-AGY-CLAIMS    (WS-AGY-SUB)
                        WS-AGY-SUSPENDED (WS-AGY-SUB)
                        WS-AGY-VISITS    (WS-AGY-SUB)
                        WS-AGY-VERIFIED  (WS-AGY-SUB).
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-AGENCY-REPORT -- ONE LINE PER AGENCY, THEN ALL AGENCIES. *
      **   THE RATE IS VERIFIED VISITS AS A PERCENT OF VISITS BILLED.    *
      **----------------------------------------------------------------*
       8000-AGENCY-REPORT.
           PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                   UNTIL WS-AGY-SUB > WS-AGY-COUNT
               MOVE WS-AGY-NPI       (WS-AGY-SUB) TO WS-D-NPI
               MOVE WS-AGY-NAME      (WS-AGY-SUB) TO WS-D-NAME
               MOVE WS-AGY-CLAIMS    (WS-AGY-SUB) TO WS-D-CLAIMS
               MOVE WS-AGY-SUSPENDED (WS-AGY-SUB) TO WS-D-SUSPENDED
               MOVE WS-AGY-VISITS    (WS-AGY-SUB) TO WS-D-VISITS
               MOVE WS-AGY-VERIFIED  (WS-AGY-SUB) TO WS-D-VERIFIED
               COMPUTE WS-D-UNVERIFIED =
                   WS-AGY-VISITS (WS-AGY-SUB)
                 - WS-AGY-VERIFIED (WS-AGY-SUB)
               MOVE ZERO TO WS-RATE
               IF WS-AGY-VISITS (WS-AGY-SUB) > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       WS-AGY-VERIFIED (WS-AGY-SUB) * 100
                     / WS-AGY-VISITS (WS-AGY-SUB)
               END-IF
               MOVE WS-RATE TO WS-D-RATE
               WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           END-PERFORM
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE SPACES              TO WS-D-NPI
           MOVE 'ALL AGENCIES'      TO WS-D-NAME
           MOVE WS-HH-CLAIMS        TO WS-D-CLAIMS
           MOVE WS-HH-SUSPENDED     TO WS-D-SUSPENDED
           MOVE WS-TOTAL-VISITS     TO WS-D-VISITS
           MOVE WS-TOTAL-VERIFIED   TO WS-D-VERIFIED
           COMPUTE WS-D-UNVERIFIED = WS-TOTAL-VISITS - WS-TOTAL-VERIFIED
           MOVE ZERO TO WS-RATE
           IF WS-TOTAL-VISITS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-TOTAL-VERIFIED * 100 / WS-TOTAL-VISITS
           END-IF
           MOVE WS-RATE TO WS-D-RATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EVVM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD196 - CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'PCD196 - HOME HEALTH CLAIMS:     ' WS-HH-CLAIMS
           DISPLAY 'PCD196 - VISITS BILLED:          ' WS-TOTAL-VISITS
           DISPLAY 'PCD196 - VISITS EVV VERIFIED:    ' WS-TOTAL-VERIFIED
           DISPLAY 'PCD196 - CLAIMS SUSPENDED EVVNM: ' WS-HH-SUSPENDED
           DISPLAY 'PCD196 - AGENCIES NOT REPORTED:  '
               WS-AGENCIES-DROPPED.
       9000-EXIT.
           EXIT.
