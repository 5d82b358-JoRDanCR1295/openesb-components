      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD199           SYSTEM: PCDS                     *
      **    NO SURPRISES ACT NEGOTIATION CASE OPEN                     *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUNS AFTER PCD084  *
      **                          AGAINST THE SAME CLAIM STREAM.  A    *
      **                          NON-PARTICIPATING CLAIM (C0) ON A    *
      **                          FILE ROUTED TO A PRIVATE HEALTH PLAN *
      **                          WHOSE FIRST DD NOW CARRIES THE       *
      **                          PAYER'S INITIAL PAYMENT OPENS A      *
      **                          PCDNSAM CASE, WITH THE               *
      **                          30-BUSINESS-DAY OPEN-NEGOTIATION END *
      **                          AND THE 4-BUSINESS-DAY IDR FILING    *
      **                          DEADLINE COUNTED ON THE PCDBDAY      *
      **                          CALENDAR FROM THE PROVIDER CHECK     *
      **                          DATE.                                *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD199.
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
           SELECT PCD-NSAM-MASTER   ASSIGN TO PCDNSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NSAM-PAT-CNTL-NO
               FILE STATUS IS WS-NSAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-NSAM-MASTER.
       COPY PCDNSAM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDBDYA.
      *****************************************************************
      *  OPEN NEGOTIATION RUNS 30 BUSINESS DAYS FROM THE INITIAL      *
      *  PAYMENT; IDR MUST BE INITIATED WITHIN 4 BUSINESS DAYS AFTER  *
      *  NEGOTIATION CLOSES.                                          *
      *****************************************************************
       77  WS-NEGOTIATION-DAYS         PIC S9(005) VALUE 30.
       77  WS-IDR-FILING-DAYS          PIC S9(005) VALUE 4.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-NSAM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NSAM-FOUND                       VALUE '00'.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-PLAN-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-NSA-PLAN                         VALUE 'Y'.
       77  WS-OON-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-OUT-OF-NETWORK                   VALUE 'Y'.
       77  WS-PAYMENT-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-PAYMENT-FOUND                    VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RECEIVER-TYPE            PIC X(001)  VALUE SPACES.
       77  WS-CURRENT-NPI              PIC X(010)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-SVC-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-BILLED-AMT               PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-PAID-AMT                 PIC S9(007)V99 COMP-3 VALUE ZERO.
       77  WS-PAY-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRACE-NO                 PIC X(015)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-OON-PAID                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-OPENED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CASES-ON-FILE            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CALENDAR-ERRORS          PIC 9(007)  COMP  VALUE ZERO.
       01  WS-DATE-WORK                PIC X(008)  VALUE SPACES.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                       PIC 9(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2150-END-OF-CHAIN    THRU 2150-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CLAIM-FILE
           OPEN I-O   PCD-NSAM-MASTER
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
      **   2000-PROCESS-RECORDS -- THE ACT REACHES GROUP AND INDIVIDUAL  *
      **   HEALTH PLANS AND FEHB, NOT MEDICARE, MEDICAID, TRICARE, VA,   *
      **   WORKERS' COMPENSATION, AUTO, LIABILITY OR SELF-PAY, SO ONLY   *
      **   FILES ROUTED TO A PRIVATE-PLAN RECEIVER TYPE QUALIFY.  THE    *
      **   INITIAL PAYMENT IS THE FIRST DD ON THE CLAIM CARRYING A       *
      **   PROVIDER PAYMENT AND CHECK DATE.                              *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE A0-RECEIVER-TYPE-CODE TO WS-RECEIVER-TYPE
                   MOVE 'N' TO WS-PLAN-SWITCH
                   IF A0-COMMERCIAL-INSURANCE
                   OR A0-BLUE-SHIELD
                   OR A0-BLUE-CROSS
                   OR A0-FED-EMP-PGM
                   OR A0-CENTRAL-CERT
                   OR A0-SELF-ADMIN
                   OR A0-MNG-CARE-NON-HMO
                   OR A0-POS
                   OR A0-EPO
                   OR A0-INDEM-INS
                   OR A0-PPO
                   OR A0-HMO
                       SET WS-NSA-PLAN TO TRUE
                   END-IF
               WHEN B0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   MOVE B0-NPI TO WS-CURRENT-NPI
               WHEN C0-REC
                   PERFORM 2150-END-OF-CHAIN THRU 2150-EXIT
                   ADD 1 TO WS-CLAIMS-READ
                   SET WS-CLAIM-OPEN TO TRUE
                   MOVE 'N'    TO WS-OON-SWITCH
                                  WS-PAYMENT-SWITCH
                   IF C0-NON-PARTICIPATING
                       SET WS-OUT-OF-NETWORK TO TRUE
                   END-IF
                   MOVE C0-PAT-CNTL-NUM TO WS-CURRENT-PAT-CNTL-NO
                   MOVE SPACES TO WS-PAYOR-ID
                                  WS-TRACE-NO
                   MOVE ZERO   TO WS-SVC-DATE
                                  WS-BILLED-AMT
                                  WS-PAID-AMT
                                  WS-PAY-DATE
               WHEN D0-REC
                   IF WS-CLAIM-OPEN
                      AND WS-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID TO WS-PAYOR-ID
                   END-IF
               WHEN DD-REC
                   IF WS-CLAIM-OPEN
                      AND NOT WS-PAYMENT-FOUND
                       PERFORM 2100-CHECK-PAYMENT THRU 2100-EXIT
                   END-IF
               WHEN F0-REC
                   IF WS-CLAIM-OPEN
                       IF WS-SVC-DATE = ZERO
                          AND F0-FROM-DATE-X NUMERIC
                           MOVE F0-FROM-DATE-X TO WS-DATE-WORK
                           MOVE WS-DATE-WORK-N TO WS-SVC-DATE
                       END-IF
                       IF F0-LINE-CHRG NUMERIC
                           ADD F0-LINE-CHRG TO WS-BILLED-AMT
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
       2100-CHECK-PAYMENT.
           IF DD-PROVIDER-CHECK-DATE-X NOT NUMERIC
            OR DD-PAID-TO-PROVIDER-AMT-X NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF DD-PAID-TO-PROVIDER-AMT = ZERO
               GO TO 2100-EXIT
           END-IF
           SET WS-PAYMENT-FOUND TO TRUE
           MOVE DD-PAID-TO-PROVIDER-AMT      TO WS-PAID-AMT
           MOVE DD-PROVIDER-CHECK-DATE-X     TO WS-DATE-WORK
           MOVE WS-DATE-WORK-N               TO WS-PAY-DATE
           MOVE DD-PROVIDER-CHK-EFT-TRACE-NO TO WS-TRACE-NO.
       2100-EXIT.
           EXIT.
       2150-END-OF-CHAIN.
           IF WS-CLAIM-OPEN
              AND WS-NSA-PLAN
              AND WS-OUT-OF-NETWORK
              AND WS-PAYMENT-FOUND
               PERFORM 2200-OPEN-CASE THRU 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-OON-SWITCH
                       WS-PAYMENT-SWITCH.
       2150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-OPEN-CASE -- ONE CASE PER CLAIM.  A CLAIM ALREADY ON     *
      **   FILE (A RERUN, OR A LATER REMITTANCE ON THE SAME CLAIM)       *
      **   KEEPS THE DEADLINES SET BY ITS INITIAL PAYMENT.               *
      **----------------------------------------------------------------*
       2200-OPEN-CASE.
           ADD 1 TO WS-OON-PAID
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-NSAM-PAT-CNTL-NO
           READ PCD-NSAM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-NSAM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-NSAM-FILE-STATUS
           END-READ
           IF WS-NSAM-FOUND
               ADD 1 TO WS-CASES-ON-FILE
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES                 TO PCD-NSAM-REC
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-NSAM-PAT-CNTL-NO
           MOVE WS-PAYOR-ID            TO PCD-NSAM-PAYOR-ID
           MOVE WS-CURRENT-NPI         TO PCD-NSAM-NPI
           MOVE WS-RECEIVER-TYPE       TO PCD-NSAM-RECEIVER-TYPE
           MOVE WS-SVC-DATE            TO PCD-NSAM-SVC-DATE
           MOVE WS-BILLED-AMT          TO PCD-NSAM-BILLED-AMT
           MOVE WS-PAID-AMT            TO PCD-NSAM-INIT-PAID-AMT
           MOVE WS-PAY-DATE            TO PCD-NSAM-INIT-PAY-DATE
           MOVE WS-TRACE-NO            TO PCD-NSAM-CHECK-TRACE-NO
           MOVE ZERO TO PCD-NSAM-QPA-AMT
                        PCD-NSAM-QPA-DATE
                        PCD-NSAM-OFFER-AMT
                        PCD-NSAM-OFFER-DATE
                        PCD-NSAM-IDR-INIT-DATE
                        PCD-NSAM-FINAL-AMT
                        PCD-NSAM-OUTCOME-DATE
           SET PCD-NSAM-NEGOTIATING    TO TRUE
           SET PCD-NSAM-NO-OUTCOME     TO TRUE
           MOVE WS-RUN-DATE            TO PCD-NSAM-OPEN-DATE
                                          PCD-NSAM-LAST-MAINT-DATE
           PERFORM 2300-SET-DEADLINES THRU 2300-EXIT
           WRITE PCD-NSAM-REC
               INVALID KEY
                   DISPLAY 'PCD199 - PCDNSAM WRITE FAILED '
                       PCD-NSAM-PAT-CNTL-NO
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CASES-OPENED.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-SET-DEADLINES -- A DEADLINE COUNTED WITHOUT THE HOLIDAY  *
      **   CALENDAR IS FLAGGED ON THE CASE SO THE WORKLIST SHOWS IT.     *
      **----------------------------------------------------------------*
       2300-SET-DEADLINES.
           MOVE ZERO TO PCD-NSAM-ONEG-END-DATE
                        PCD-NSAM-IDR-DEADLINE
           MOVE 'A'                 TO PCD-BDYA-FUNCTION
           MOVE WS-PAY-DATE         TO PCD-BDYA-FROM-DATE
           MOVE WS-NEGOTIATION-DAYS TO PCD-BDYA-DAYS
           CALL 'PCDBDAY' USING PCD-BDYA-AREA
           IF PCD-BDYA-INVALID
               ADD 1 TO WS-CALENDAR-ERRORS
               DISPLAY 'PCD199 - INVALID PAYMENT DATE ' WS-PAY-DATE
                   ' FOR ' WS-CURRENT-PAT-CNTL-NO
               GO TO 2300-EXIT
           END-IF
           IF PCD-BDYA-NO-CALENDAR
               SET PCD-NSAM-NO-HOLIDAYS TO TRUE
           END-IF
           MOVE PCD-BDYA-TO-DATE    TO PCD-NSAM-ONEG-END-DATE
           MOVE 'A'                 TO PCD-BDYA-FUNCTION
           MOVE PCD-NSAM-ONEG-END-DATE TO PCD-BDYA-FROM-DATE
           MOVE WS-IDR-FILING-DAYS  TO PCD-BDYA-DAYS
           CALL 'PCDBDAY' USING PCD-BDYA-AREA
           MOVE PCD-BDYA-TO-DATE    TO PCD-NSAM-IDR-DEADLINE.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-NSAM-MASTER
           DISPLAY 'PCD199 - CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'PCD199 - OON CLAIMS WITH PAYMENT:' WS-OON-PAID
           DISPLAY 'PCD199 - NSA CASES OPENED:       ' WS-CASES-OPENED
           DISPLAY 'PCD199 - CASES ALREADY ON FILE:  ' WS-CASES-ON-FILE
           DISPLAY 'PCD199 - PAYMENT DATES INVALID:  '
               WS-CALENDAR-ERRORS.
       9000-EXIT.
           EXIT.
