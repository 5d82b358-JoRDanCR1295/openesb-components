      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD198           SYSTEM: PCDS                     *
      **    SELF-PAY GOOD-FAITH-ESTIMATE VARIANCE AND DISPUTE HOLD     *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READ-ONLY PASS     *
      **                          OVER THE CLAIM FILE AHEAD OF THE     *
      **                          PCD125 STATEMENT RUN.  A SELF-PAY    *
      **                          CLAIM (SELF-PAY RECEIVER ON THE A0,  *
      **                          OR NO D0 PAYER) IS MATCHED TO ITS    *
      **                          PCDGFEM GOOD-FAITH ESTIMATE BY       *
      **                          PCDEPIX PERSON ID AND A LINE'S DATE  *
      **                          OF SERVICE, AND ITS BILLED F0        *
      **                          CHARGES ARE COMPARED TO THE          *
      **                          ESTIMATE.  A BILL $400 OR MORE OVER  *
      **                          THE ESTIMATE IS HELD ON PCDGFEX      *
      **                          UNTIL RELEASED THROUGH PCD197.       *
      **                          PCDGFERP LISTS EVERY SELF-PAY CLAIM  *
      **                          WITH ITS VARIANCE AND EACH PROCEDURE *
      **                          BILLED AWAY FROM ITS ESTIMATE.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD198.
       AUTHOR.        PATIENT FINANCIAL SERVICES.
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
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-GFEM-MASTER   ASSIGN TO PCDGFEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GFEM-KEY
               FILE STATUS IS WS-GFEM-FILE-STATUS.
           SELECT PCD-GFEX-MASTER   ASSIGN TO PCDGFEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-GFEX-PAT-CNTL-NO
               FILE STATUS IS WS-GFEX-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDGFERP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-GFEM-MASTER.
       COPY PCDGFEM.
       FD  PCD-GFEX-MASTER.
       COPY PCDGFEX.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
      *****************************************************************
      *  A PATIENT MAY DISPUTE A BILL THAT EXCEEDS THE GOOD-FAITH     *
      *  ESTIMATE BY THIS MUCH OR MORE.                               *
      *****************************************************************
       77  WS-DISPUTE-THRESHOLD        PIC 9(003)V99 VALUE 400.00.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-GFEM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GFEM-FOUND                       VALUE '00'.
       77  WS-GFEX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-GFEX-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-FILE-SELF-PAY-SWITCH     PIC X(001)  VALUE 'N'.
           88  WS-FILE-SELF-PAY                    VALUE 'Y'.
       77  WS-PAYER-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-HAS-PAYER                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-PERSON-ID        PIC 9(009)  VALUE ZERO.
       77  WS-RESULT                   PIC X(020)  VALUE SPACES.
       77  WS-BILLED-TOTAL             PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-VARIANCE                 PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-GFE-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PV-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PV-COUNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-PV-FOUND-SUB             PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SELF-PAY-CLAIMS          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WITHIN-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RELEASED-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-GFE-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-PERSON-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MATCHED-ELSEWHERE        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-SELF-PAY-DOLLARS         PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-WITHIN-VARIANCE          PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-HELD-VARIANCE            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-NO-GFE-DOLLARS           PIC S9(009)V99 COMP-3 VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CURRENT CLAIM'S SERVICE LINES.  ANY LINE'S DATE OF        *
      **   SERVICE MAY BE THE DATE THE VISIT WAS SCHEDULED FOR.          *
      **----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-SVC-DATE-X    PIC X(008).
               10  WS-LN-SVC-DATE REDEFINES WS-LN-SVC-DATE-X
                                       PIC 9(008).
               10  WS-LN-PROC-CODE     PIC X(005).
               10  WS-LN-CHARGE        PIC S9(006)V99 COMP-3.
      **----------------------------------------------------------------*
      **   ESTIMATED AGAINST BILLED BY PROCEDURE: THE ESTIMATE'S LINE    *
      **   ITEMS FIRST, THEN ANY PROCEDURE BILLED BUT NOT ESTIMATED.     *
      **----------------------------------------------------------------*
       01  WS-PROC-VARIANCE-TABLE.
           05  WS-PV-ENTRY OCCURS 70 TIMES.
               10  WS-PV-PROC-CODE     PIC X(005).
               10  WS-PV-ESTIMATED     PIC S9(007)V99 COMP-3.
               10  WS-PV-BILLED        PIC S9(007)V99 COMP-3.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD198 - SELF-PAY GOOD-FAITH-ESTIMATE VARIANCE'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' PAT CNTL NO        PERSON ID  SVC DATE  GFE NUMBE'.
           05  FILLER                  PIC X(050)  VALUE
               'R      ESTIMATE        BILLED    VARIANCE   RESULT'.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PERSON-ID          PIC X(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SVC-DATE           PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-GFE-NUMBER         PIC X(012).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ESTIMATED          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-BILLED             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-VARIANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(020).
           05  FILLER                  PIC X(018)  VALUE SPACES.
       01  WS-REPORT-PROC-LINE.
           05  FILLER                  PIC X(041)  VALUE SPACES.
           05  FILLER                  PIC X(006)  VALUE '  PROC'.
           05  WS-P-PROC-CODE          PIC X(005).
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-P-ESTIMATED          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-BILLED             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-VARIANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-P-NOTE               PIC X(020).
           05  FILLER                  PIC X(018)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(004)  VALUE SPACES.
           05  WS-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(072)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 8000-REPORT-TOTALS   THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-EPIX-MASTER
           OPEN I-O    PCD-GFEM-MASTER
           OPEN I-O    PCD-GFEX-MASTER
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
      **   2000-PROCESS-RECORDS -- A CLAIM IS SELF-PAY WHEN ITS FILE IS  *
      **   ROUTED TO THE SELF-PAY RECEIVER OR WHEN IT CARRIES NO D0      *
      **   PAYER AT ALL.                                                 *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE 'N' TO WS-FILE-SELF-PAY-SWITCH
                   IF A0-SELF-PAY
                       SET WS-FILE-SELF-PAY TO TRUE
                   END-IF
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   PERFORM 2100-CAPTURE-PATIENT THRU 2100-EXIT
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                       SET WS-CLAIM-HAS-PAYER TO TRUE
                       IF D0-SELF-PAY
                           MOVE 'N' TO WS-PAYER-SWITCH
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
                       MOVE ZERO TO WS-LN-CHARGE (WS-LINE-COUNT)
                       IF F0-LINE-CHRG NUMERIC
                           MOVE F0-LINE-CHRG
                               TO WS-LN-CHARGE (WS-LINE-COUNT)
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
      **----------------------------------------------------------------*
      **   2100-CAPTURE-PATIENT -- THE ESTIMATE IS KEPT UNDER THE        *
      **   ENTERPRISE PERSON ID, RESOLVED THROUGH PCDEPIX.               *
      **----------------------------------------------------------------*
       2100-CAPTURE-PATIENT.
           ADD 1 TO WS-CLAIMS-READ
           SET WS-CLAIM-OPEN TO TRUE
           MOVE 'N'    TO WS-PAYER-SWITCH
           MOVE ZERO   TO WS-LINE-COUNT
                          WS-CURRENT-PERSON-ID
           MOVE C0-PAT-CNTL-NUM     TO WS-CURRENT-PAT-CNTL-NO
           MOVE C0-PAT-L-NAME       TO PCD-EPIX-L-NAME
           MOVE C0-PAT-F-NAME       TO PCD-EPIX-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO PCD-EPIX-BIRTH-DATE
           MOVE C0-PAT-SEX          TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO WS-CURRENT-PERSON-ID
           END-IF.
       2100-EXIT.
           EXIT.
       2150-END-OF-CHAIN.
           IF WS-CLAIM-OPEN
              AND (WS-FILE-SELF-PAY
                OR NOT WS-CLAIM-HAS-PAYER)
               PERFORM 2200-COMPARE-CLAIM THRU 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-PAYER-SWITCH.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-COMPARE-CLAIM -- EVERY SELF-PAY CLAIM IS REPORTED,       *
      **   WHETHER OR NOT AN ESTIMATE CAN BE FOUND FOR IT.  A BILL AT    *
      **   OR OVER THE ESTIMATE PLUS THE DISPUTE THRESHOLD IS HELD ON    *
      **   PCDGFEX SO THAT PCD125 ISSUES NO STATEMENT FOR IT.  A HOLD    *
      **   ALREADY RELEASED THROUGH PCD197 IS NOT RE-IMPOSED.            *
      **----------------------------------------------------------------*
       2200-COMPARE-CLAIM.
           ADD 1 TO WS-SELF-PAY-CLAIMS
           MOVE ZERO TO WS-BILLED-TOTAL
                        WS-VARIANCE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               ADD WS-LN-CHARGE (WS-LINE-SUB) TO WS-BILLED-TOTAL
           END-PERFORM
           ADD WS-BILLED-TOTAL TO WS-SELF-PAY-DOLLARS
           MOVE WS-CURRENT-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE SPACES                 TO WS-D-PERSON-ID
                                          WS-D-GFE-NUMBER
           MOVE SPACES                 TO WS-D-SVC-DATE
           IF WS-LINE-COUNT > ZERO
               MOVE WS-LN-SVC-DATE-X (1) TO WS-D-SVC-DATE
           END-IF
           MOVE ZERO                   TO WS-D-ESTIMATED
                                          WS-D-VARIANCE
           MOVE WS-BILLED-TOTAL        TO WS-D-BILLED
           IF WS-CURRENT-PERSON-ID = ZERO
               ADD 1 TO WS-NO-PERSON-COUNT
               MOVE 'PERSON NOT ON EPIX'  TO WS-D-RESULT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CURRENT-PERSON-ID   TO WS-D-PERSON-ID
           PERFORM 2300-FIND-ESTIMATE THRU 2300-EXIT
           IF NOT WS-GFEM-FOUND
               ADD 1 TO WS-NO-GFE-COUNT
               ADD WS-BILLED-TOTAL TO WS-NO-GFE-DOLLARS
               MOVE 'NO ESTIMATE ON FILE' TO WS-D-RESULT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 2200-EXIT
           END-IF
           MOVE PCD-GFEM-SVC-DATE      TO WS-D-SVC-DATE
           MOVE PCD-GFEM-GFE-NUMBER    TO WS-D-GFE-NUMBER
           MOVE PCD-GFEM-EST-TOTAL     TO WS-D-ESTIMATED
           COMPUTE WS-VARIANCE = WS-BILLED-TOTAL - PCD-GFEM-EST-TOTAL
           MOVE WS-VARIANCE            TO WS-D-VARIANCE
           IF PCD-GFEM-MATCHED-PAT-CNTL-NO NOT = SPACES
              AND PCD-GFEM-MATCHED-PAT-CNTL-NO
                  NOT = WS-CURRENT-PAT-CNTL-NO
               ADD 1 TO WS-MATCHED-ELSEWHERE
               MOVE 'ESTIMATE ON OTHER PCN' TO WS-D-RESULT
               WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
               PERFORM 2600-PROC-VARIANCE THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-GFEM-MATCHED-PAT-CNTL-NO
           MOVE WS-BILLED-TOTAL        TO PCD-GFEM-BILLED-TOTAL
           MOVE WS-VARIANCE            TO PCD-GFEM-VARIANCE
           MOVE WS-RUN-DATE            TO PCD-GFEM-MATCH-DATE
           EVALUATE TRUE
               WHEN PCD-GFEM-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'HOLD RELEASED'       TO WS-D-RESULT
               WHEN WS-VARIANCE NOT < WS-DISPUTE-THRESHOLD
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-VARIANCE TO WS-HELD-VARIANCE
                   IF NOT PCD-GFEM-HELD
                       MOVE WS-RUN-DATE TO PCD-GFEM-HOLD-DATE
                   END-IF
                   SET PCD-GFEM-HELD TO TRUE
                   MOVE 'HELD - DISPUTE LIMIT' TO WS-D-RESULT
               WHEN OTHER
                   ADD 1 TO WS-WITHIN-COUNT
                   ADD WS-VARIANCE TO WS-WITHIN-VARIANCE
                   SET PCD-GFEM-WITHIN TO TRUE
                   MOVE 'WITHIN ESTIMATE'     TO WS-D-RESULT
           END-EVALUATE
           REWRITE PCD-GFEM-REC
               INVALID KEY
                   DISPLAY 'PCD198 - PCDGFEM REWRITE FAILED '
                       PCD-GFEM-PERSON-ID ' ' PCD-GFEM-SVC-DATE
                   STOP RUN
           END-REWRITE
           PERFORM 2500-POST-CROSS-REF THRU 2500-EXIT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 2600-PROC-VARIANCE THRU 2600-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-FIND-ESTIMATE -- THE ESTIMATE IS FILED UNDER THE DATE    *
      **   THE SERVICE WAS SCHEDULED FOR; THE FIRST LINE WHOSE DATE OF   *
      **   SERVICE MATCHES ONE IDENTIFIES IT.                            *
      **----------------------------------------------------------------*
       2300-FIND-ESTIMATE.
           MOVE '23' TO WS-GFEM-FILE-STATUS
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                      OR WS-GFEM-FOUND
               IF WS-LN-SVC-DATE-X (WS-LINE-SUB) NUMERIC
                   MOVE WS-CURRENT-PERSON-ID TO PCD-GFEM-PERSON-ID
                   MOVE WS-LN-SVC-DATE (WS-LINE-SUB)
                       TO PCD-GFEM-SVC-DATE
                   READ PCD-GFEM-MASTER
                       INVALID KEY
                           MOVE '23' TO WS-GFEM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WS-GFEM-FILE-STATUS
                   END-READ
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.
       2500-POST-CROSS-REF.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-GFEX-PAT-CNTL-NO
           READ PCD-GFEX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-GFEX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-GFEX-FILE-STATUS
           END-READ
           MOVE PCD-GFEM-PERSON-ID     TO PCD-GFEX-PERSON-ID
           MOVE PCD-GFEM-SVC-DATE      TO PCD-GFEX-SVC-DATE
           IF PCD-GFEM-HELD
               SET PCD-GFEX-HELD  TO TRUE
           ELSE
               SET PCD-GFEX-CLEAR TO TRUE
           END-IF
           MOVE PCD-GFEM-EST-TOTAL     TO PCD-GFEX-EST-TOTAL
           MOVE WS-BILLED-TOTAL        TO PCD-GFEX-BILLED-TOTAL
           MOVE WS-VARIANCE            TO PCD-GFEX-VARIANCE
           MOVE WS-RUN-DATE            TO PCD-GFEX-STATUS-DATE
           IF WS-GFEX-FOUND
               REWRITE PCD-GFEX-REC
                   INVALID KEY
                       DISPLAY 'PCD198 - PCDGFEX REWRITE FAILED '
                           PCD-GFEX-PAT-CNTL-NO
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE PCD-GFEX-REC
                   INVALID KEY
                       DISPLAY 'PCD198 - PCDGFEX WRITE FAILED '
                           PCD-GFEX-PAT-CNTL-NO
                       STOP RUN
               END-WRITE
           END-IF.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-PROC-VARIANCE -- LISTS EACH PROCEDURE WHOSE BILLED       *
      **   CHARGE DIFFERS FROM ITS ESTIMATE, INCLUDING PROCEDURES BILLED *
      **   BUT NEVER ESTIMATED AND ESTIMATED BUT NEVER BILLED.           *
      **----------------------------------------------------------------*
       2600-PROC-VARIANCE.
           MOVE ZERO TO WS-PV-COUNT
           PERFORM VARYING WS-GFE-SUB FROM 1 BY 1
                   UNTIL WS-GFE-SUB > PCD-GFEM-LINE-COUNT
               ADD 1 TO WS-PV-COUNT
               MOVE PCD-GFEM-LN-PROC-CODE (WS-GFE-SUB)
                   TO WS-PV-PROC-CODE (WS-PV-COUNT)
               MOVE PCD-GFEM-LN-EST-AMT (WS-GFE-SUB)
                   TO WS-PV-ESTIMATED (WS-PV-COUNT)
               MOVE ZERO TO WS-PV-BILLED (WS-PV-COUNT)
           END-PERFORM
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 2650-ADD-BILLED THRU 2650-EXIT
           END-PERFORM
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
               IF WS-PV-BILLED (WS-PV-SUB)
                  NOT = WS-PV-ESTIMATED (WS-PV-SUB)
                   MOVE WS-PV-PROC-CODE (WS-PV-SUB) TO WS-P-PROC-CODE
                   MOVE WS-PV-ESTIMATED (WS-PV-SUB) TO WS-P-ESTIMATED
                   MOVE WS-PV-BILLED    (WS-PV-SUB) TO WS-P-BILLED
                   COMPUTE WS-P-VARIANCE =
                       WS-PV-BILLED (WS-PV-SUB)
                     - WS-PV-ESTIMATED (WS-PV-SUB)
                   EVALUATE TRUE
                       WHEN WS-PV-ESTIMATED (WS-PV-SUB) = ZERO
                           MOVE 'NOT ON ESTIMATE' TO WS-P-NOTE
                       WHEN WS-PV-BILLED (WS-PV-SUB) = ZERO
                           MOVE 'NOT BILLED'      TO WS-P-NOTE
                       WHEN WS-PV-BILLED (WS-PV-SUB)
                            > WS-PV-ESTIMATED (WS-PV-SUB)
                           MOVE 'OVER ESTIMATE'   TO WS-P-NOTE
                       WHEN OTHER
                           MOVE 'UNDER ESTIMATE'  TO WS-P-NOTE
                   END-EVALUATE
                   WRITE PCD-REPORT-LINE FROM WS-REPORT-PROC-LINE
               END-IF
           END-PERFORM.
       2600-EXIT.
           EXIT.
       2650-ADD-BILLED.
           MOVE ZERO TO WS-PV-FOUND-SUB
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
               IF WS-PV-PROC-CODE (WS-PV-SUB)
                  = WS-LN-PROC-CODE (WS-LINE-SUB)
                   MOVE WS-PV-SUB TO WS-PV-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PV-FOUND-SUB = ZERO
               ADD 1 TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-PV-FOUND-SUB
               MOVE WS-LN-PROC-CODE (WS-LINE-SUB)
                   TO WS-PV-PROC-CODE (WS-PV-FOUND-SUB)
               MOVE ZERO TO WS-PV-ESTIMATED (WS-PV-FOUND-SUB)
                            WS-PV-BILLED    (WS-PV-FOUND-SUB)
           END-IF
           ADD WS-LN-CHARGE (WS-LINE-SUB)
               TO WS-PV-BILLED (WS-PV-FOUND-SUB).
       2650-EXIT.
           EXIT.
       8000-REPORT-TOTALS.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'SELF-PAY CLAIMS (BILLED)'          TO WS-T-LABEL
           MOVE WS-SELF-PAY-CLAIMS                  TO WS-T-COUNT
           MOVE WS-SELF-PAY-DOLLARS                 TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'WITHIN ESTIMATE (VARIANCE)'        TO WS-T-LABEL
           MOVE WS-WITHIN-COUNT                     TO WS-T-COUNT
           MOVE WS-WITHIN-VARIANCE                  TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'HELD AT DISPUTE LIMIT (VARIANCE)'  TO WS-T-LABEL
           MOVE WS-HELD-COUNT                       TO WS-T-COUNT
           MOVE WS-HELD-VARIANCE                    TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'NO ESTIMATE ON FILE (BILLED)'      TO WS-T-LABEL
           MOVE WS-NO-GFE-COUNT                     TO WS-T-COUNT
           MOVE WS-NO-GFE-DOLLARS                   TO WS-T-AMOUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE ZERO TO WS-T-AMOUNT
           MOVE 'HOLDS ALREADY RELEASED'            TO WS-T-LABEL
           MOVE WS-RELEASED-COUNT                   TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ESTIMATE MATCHED TO OTHER CLAIM'   TO WS-T-LABEL
           MOVE WS-MATCHED-ELSEWHERE                TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'PERSON NOT ON EPIX'                TO WS-T-LABEL
           MOVE WS-NO-PERSON-COUNT                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-GFEM-MASTER
           CLOSE PCD-GFEX-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD198 - CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'PCD198 - SELF-PAY CLAIMS:        '
               WS-SELF-PAY-CLAIMS
           DISPLAY 'PCD198 - WITHIN ESTIMATE:        ' WS-WITHIN-COUNT
           DISPLAY 'PCD198 - HELD AT DISPUTE LIMIT:  ' WS-HELD-COUNT
           DISPLAY 'PCD198 - NO ESTIMATE ON FILE:    ' WS-NO-GFE-COUNT.
       9000-EXIT.
           EXIT.
