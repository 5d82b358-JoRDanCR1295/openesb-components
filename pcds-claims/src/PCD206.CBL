      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD206           SYSTEM: PCDS                     *
      **    TRADING-PARTNER ONBOARDING MAINTENANCE                     *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES THE        *
      **                          PCDONBTX TRANSACTIONS TO THE PCDONBM *
      **                          ONBOARDING MASTER: A ADDS A NEW      *
      **                          PARTNER IN APPLICATION STATUS, C     *
      **                          CHANGES ITS DETAILS OR CERTIFICATION *
      **                          TERMS, T STARTS (OR RESTARTS)        *
      **                          TESTING, AND P PROMOTES A PARTNER    *
      **                          PCD207 HAS CERTIFIED TO PRODUCTION   *
      **                          -- ONLY WHEN IT HAS AN ACTIVE PCDTPM *
      **                          ROW, A PCDXMTP RECEIVER PROFILE, A   *
      **                          PCDFEEDC FEED REGISTRATION AND A     *
      **                          PCDPRSC PRICE SCHEDULE.  REJECTS ARE *
      **                          LISTED ON THE CONSOLE.               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD206.
       AUTHOR.        EDI OPERATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDONBTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ONBM-MASTER ASSIGN TO PCDONBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ONBM-SUB-EIN
               FILE STATUS IS WS-ONBM-FILE-STATUS.
           SELECT PCD-TPM-MASTER  ASSIGN TO PCDTPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TPM-SUBMITTER-EDI-NO
               FILE STATUS IS WS-TPM-FILE-STATUS.
           SELECT PCD-XMTP-FILE   ASSIGN TO PCDXMTP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FEED-CTL-FILE ASSIGN TO PCDFEEDC
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PRSC-FILE   ASSIGN TO PCDPRSC
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-ONBM-MASTER.
       COPY PCDONBM.
       FD  PCD-TPM-MASTER.
       COPY PCDTPM.
       FD  PCD-XMTP-FILE
           RECORDING MODE IS F.
       01  FD-XMTP-REC                PIC X(080).
       FD  PCD-FEED-CTL-FILE
           RECORDING MODE IS F.
       01  FD-FEED-CTL-REC            PIC X(080).
       FD  PCD-PRSC-FILE
           RECORDING MODE IS F.
       01  FD-PRSC-REC                PIC X(080).
       WORKING-STORAGE SECTION.
       COPY PCDXMTP.
       COPY PCDFEEDC.
       COPY PCDPRSC.
      **----------------------------------------------------------------*
      **   A ADDS A PARTNER IN APPLICATION STATUS, C CHANGES ITS EDI     *
      **   NUMBER, RECEIVER, NAME OR CERTIFICATION TERMS, T PUTS IT      *
      **   INTO TESTING (OR RESTARTS TESTING, CLEARING ITS RUN OF CLEAN  *
      **   FILES), AND P PROMOTES A CERTIFIED PARTNER TO PRODUCTION.     *
      **   THE CLEAN-FILE COUNT AND EDIT-FAILURE TOLERANCE DEFAULT       *
      **   WHEN LEFT BLANK ON AN ADD.                                    *
      **----------------------------------------------------------------*
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-CHANGE                    VALUE 'C'.
               88  WS-TX-TEST                      VALUE 'T'.
               88  WS-TX-PROMOTE                   VALUE 'P'.
           05  WS-TX-SUB-EIN-X         PIC X(009).
           05  WS-TX-SUB-EIN REDEFINES WS-TX-SUB-EIN-X
                                       PIC 9(009).
           05  WS-TX-TPM-EDI-NO        PIC X(015).
           05  WS-TX-RECEIVER          PIC X(009).
           05  WS-TX-PARTNER-NAME      PIC X(030).
           05  WS-TX-CLEAN-REQUIRED-X  PIC X(003).
           05  WS-TX-CLEAN-REQUIRED REDEFINES WS-TX-CLEAN-REQUIRED-X
                                       PIC 9(003).
           05  WS-TX-MAX-FAIL-PCT-X    PIC X(005).
           05  WS-TX-MAX-FAIL-PCT REDEFINES WS-TX-MAX-FAIL-PCT-X
                                       PIC 9(003)V99.
           05  FILLER                  PIC X(008).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CTL-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CTL-END-OF-FILE                  VALUE 'Y'.
       77  WS-CTL-FOUND-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-CTL-FOUND                        VALUE 'Y'.
       77  WS-ONBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ONBM-FOUND                       VALUE '00'.
       77  WS-TPM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-TPM-FOUND                        VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-DEFAULT-CLEAN-REQUIRED   PIC 9(003)  VALUE 003.
       77  WS-DEFAULT-MAX-FAIL-PCT     PIC 9(003)V99  VALUE 2.00.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PARTNERS-ADDED           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PARTNERS-CHANGED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PARTNERS-TESTING         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PARTNERS-PROMOTED        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TRANS-REJECTED-CT        PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-TRANS-FILE
           OPEN I-O   PCD-ONBM-MASTER
           OPEN INPUT PCD-TPM-MASTER
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TRANS.
           READ PCD-TRANS-FILE INTO WS-TRANS-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
           IF NOT WS-TRANS-REJECTED
               PERFORM 3000-UPDATE-PARTNER THRU 3000-EXIT
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               DISPLAY 'PCD206 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-SUB-EIN-X ' ' WS-TX-TPM-EDI-NO ' '
                   WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-CHANGE
           AND NOT WS-TX-TEST
           AND NOT WS-TX-PROMOTE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-SUB-EIN-X NOT NUMERIC
           OR WS-TX-SUB-EIN = ZERO
               MOVE 'SUBMITTER EIN MISSING' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ADD
           AND (WS-TX-TPM-EDI-NO = SPACES
             OR WS-TX-RECEIVER = SPACES
             OR WS-TX-PARTNER-NAME = SPACES)
               MOVE 'ADD NEEDS EDI NO, RECEIVER, NAME'
                   TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-CLEAN-REQUIRED-X NOT = SPACES
              AND (WS-TX-CLEAN-REQUIRED-X NOT NUMERIC
                OR WS-TX-CLEAN-REQUIRED = ZERO)
               MOVE 'INVALID CLEAN-FILE COUNT' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-MAX-FAIL-PCT-X NOT = SPACES
              AND (WS-TX-MAX-FAIL-PCT-X NOT NUMERIC
                OR WS-TX-MAX-FAIL-PCT > 100)
               MOVE 'INVALID EDIT-FAILURE TOLERANCE'
                   TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-UPDATE-PARTNER.
           MOVE WS-TX-SUB-EIN TO PCD-ONBM-SUB-EIN
           READ PCD-ONBM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ONBM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ONBM-FILE-STATUS
           END-READ
           IF WS-TX-ADD
               PERFORM 3100-ADD-PARTNER THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-ONBM-FOUND
               MOVE 'PARTNER NOT ON ONBOARDING FILE'
                   TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TX-CHANGE
                   PERFORM 3200-CHANGE-PARTNER  THRU 3200-EXIT
               WHEN WS-TX-TEST
                   PERFORM 3300-START-TESTING   THRU 3300-EXIT
               WHEN WS-TX-PROMOTE
                   PERFORM 3400-PROMOTE-PARTNER THRU 3400-EXIT
           END-EVALUATE
           IF WS-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF
           REWRITE PCD-ONBM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
           END-REWRITE.
       3000-EXIT.
           EXIT.
       3100-ADD-PARTNER.
           IF WS-ONBM-FOUND
               MOVE 'ALREADY ON ONBOARDING FILE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES             TO PCD-ONBM-REC
           MOVE WS-TX-SUB-EIN      TO PCD-ONBM-SUB-EIN
           MOVE WS-TX-TPM-EDI-NO   TO PCD-ONBM-TPM-EDI-NO
           MOVE WS-TX-RECEIVER     TO PCD-ONBM-RECEIVER
           MOVE WS-TX-PARTNER-NAME TO PCD-ONBM-PARTNER-NAME
           SET PCD-ONBM-APPLICATION TO TRUE
           MOVE WS-RUN-DATE        TO PCD-ONBM-STATUS-DATE
                                      PCD-ONBM-APPLIED-DATE
           MOVE ZERO               TO PCD-ONBM-CERT-DATE
                                      PCD-ONBM-PROD-DATE
                                      PCD-ONBM-CONSEC-CLEAN
                                      PCD-ONBM-FILES-SCORED
                                      PCD-ONBM-LAST-DATE
                                      PCD-ONBM-LAST-CLAIMS
                                      PCD-ONBM-LAST-FAILED
                                      PCD-ONBM-LAST-FAIL-PCT
                                      PCD-ONBM-LAST-STRUCT-ERRS
           MOVE WS-DEFAULT-CLEAN-REQUIRED TO PCD-ONBM-CLEAN-REQUIRED
           MOVE WS-DEFAULT-MAX-FAIL-PCT   TO PCD-ONBM-MAX-FAIL-PCT
           PERFORM 3500-APPLY-TERMS THRU 3500-EXIT
           WRITE PCD-ONBM-REC
               INVALID KEY
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PARTNERS-ADDED
           END-WRITE.
       3100-EXIT.
           EXIT.
       3200-CHANGE-PARTNER.
           IF WS-TX-TPM-EDI-NO NOT = SPACES
               MOVE WS-TX-TPM-EDI-NO   TO PCD-ONBM-TPM-EDI-NO
           END-IF
           IF WS-TX-RECEIVER NOT = SPACES
               MOVE WS-TX-RECEIVER     TO PCD-ONBM-RECEIVER
           END-IF
           IF WS-TX-PARTNER-NAME NOT = SPACES
               MOVE WS-TX-PARTNER-NAME TO PCD-ONBM-PARTNER-NAME
           END-IF
           PERFORM 3500-APPLY-TERMS THRU 3500-EXIT
           ADD 1 TO WS-PARTNERS-CHANGED.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-START-TESTING -- A PARTNER ALREADY IN PRODUCTION IS      *
      **   NOT PUT BACK ON THE TEST PATH FROM HERE.  RESTARTING A        *
      **   PARTNER IN TESTING OR CERTIFIED CLEARS ITS RUN OF CLEAN FILES *
      **   SO IT MUST EARN CERTIFICATION AGAIN.                          *
      **----------------------------------------------------------------*
       3300-START-TESTING.
           IF PCD-ONBM-PRODUCTION
               MOVE 'PARTNER ALREADY IN PRODUCTION' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3300-EXIT
           END-IF
           SET PCD-ONBM-TESTING TO TRUE
           MOVE WS-RUN-DATE     TO PCD-ONBM-STATUS-DATE
           MOVE ZERO            TO PCD-ONBM-CONSEC-CLEAN
                                   PCD-ONBM-CERT-DATE
           ADD 1 TO WS-PARTNERS-TESTING.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3400-PROMOTE-PARTNER -- ONLY A CERTIFIED PARTNER GOES TO      *
      **   PRODUCTION, AND ONLY ONCE IT IS SET UP EVERYWHERE A LIVE      *
      **   FILE WILL LOOK FOR IT: AN ACTIVE PCDTPM ROW FOR ITS EDI       *
      **   NUMBER, A PCDXMTP PROFILE FOR ITS RECEIVER, A PCDFEEDC FEED   *
      **   REGISTRATION AND A PCDPRSC PRICE SCHEDULE.                    *
      **----------------------------------------------------------------*
       3400-PROMOTE-PARTNER.
           IF NOT PCD-ONBM-CERTIFIED
               MOVE 'PARTNER NOT CERTIFIED' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3400-EXIT
           END-IF
           MOVE PCD-ONBM-TPM-EDI-NO TO PCD-TPM-SUBMITTER-EDI-NO
           READ PCD-TPM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-TPM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-TPM-FILE-STATUS
           END-READ
           IF NOT WS-TPM-FOUND
           OR NOT PCD-TPM-ACTIVE
               MOVE 'NO ACTIVE PCDTPM PARTNER ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3400-EXIT
           END-IF
           PERFORM 3410-CHECK-XMTP THRU 3410-EXIT
           IF NOT WS-CTL-FOUND
               MOVE 'NO PCDXMTP RECEIVER PROFILE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3400-EXIT
           END-IF
           PERFORM 3420-CHECK-FEEDC THRU 3420-EXIT
           IF NOT WS-CTL-FOUND
               MOVE 'NO PCDFEEDC FEED REGISTRATION' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3400-EXIT
           END-IF
           PERFORM 3430-CHECK-PRSC THRU 3430-EXIT
           IF NOT WS-CTL-FOUND
               MOVE 'NO PCDPRSC PRICE SCHEDULE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3400-EXIT
           END-IF
           SET PCD-ONBM-PRODUCTION TO TRUE
           MOVE WS-RUN-DATE        TO PCD-ONBM-STATUS-DATE
                                      PCD-ONBM-PROD-DATE
           ADD 1 TO WS-PARTNERS-PROMOTED
           DISPLAY 'PCD206 - PROMOTED TO PRODUCTION ' PCD-ONBM-SUB-EIN
               ' ' PCD-ONBM-PARTNER-NAME.
       3400-EXIT.
           EXIT.
       3410-CHECK-XMTP.
           MOVE 'N' TO WS-CTL-FOUND-SWITCH
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT PCD-XMTP-FILE
           PERFORM 3411-READ-XMTP THRU 3411-EXIT
               UNTIL WS-CTL-END-OF-FILE
                  OR WS-CTL-FOUND
           CLOSE PCD-XMTP-FILE.
       3410-EXIT.
           EXIT.
       3411-READ-XMTP.
           READ PCD-XMTP-FILE INTO PCD-XMTP-REC
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
                   GO TO 3411-EXIT
           END-READ
           IF PCD-XMTP-RECEIVER = PCD-ONBM-RECEIVER
               SET WS-CTL-FOUND TO TRUE
           END-IF.
       3411-EXIT.
           EXIT.
       3420-CHECK-FEEDC.
           MOVE 'N' TO WS-CTL-FOUND-SWITCH
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT PCD-FEED-CTL-FILE
           PERFORM 3421-READ-FEEDC THRU 3421-EXIT
               UNTIL WS-CTL-END-OF-FILE
                  OR WS-CTL-FOUND
           CLOSE PCD-FEED-CTL-FILE.
       3420-EXIT.
           EXIT.
       3421-READ-FEEDC.
           READ PCD-FEED-CTL-FILE INTO PCD-FEEDC-REC
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
                   GO TO 3421-EXIT
           END-READ
           IF PCD-FEEDC-SUB-EIN-X NUMERIC
              AND PCD-FEEDC-SUB-EIN = PCD-ONBM-SUB-EIN
               SET WS-CTL-FOUND TO TRUE
           END-IF.
       3421-EXIT.
           EXIT.
       3430-CHECK-PRSC.
           MOVE 'N' TO WS-CTL-FOUND-SWITCH
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT PCD-PRSC-FILE
           PERFORM 3431-READ-PRSC THRU 3431-EXIT
               UNTIL WS-CTL-END-OF-FILE
                  OR WS-CTL-FOUND
           CLOSE PCD-PRSC-FILE.
       3430-EXIT.
           EXIT.
       3431-READ-PRSC.
           READ PCD-PRSC-FILE INTO PCD-PRSC-REC
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
                   GO TO 3431-EXIT
           END-READ
           IF PCD-PRSC-SUB-EIN = PCD-ONBM-SUB-EIN
               SET WS-CTL-FOUND TO TRUE
           END-IF.
       3431-EXIT.
           EXIT.
       3500-APPLY-TERMS.
           IF WS-TX-CLEAN-REQUIRED-X NOT = SPACES
               MOVE WS-TX-CLEAN-REQUIRED TO PCD-ONBM-CLEAN-REQUIRED
           END-IF
           IF WS-TX-MAX-FAIL-PCT-X NOT = SPACES
               MOVE WS-TX-MAX-FAIL-PCT   TO PCD-ONBM-MAX-FAIL-PCT
           END-IF.
       3500-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-ONBM-MASTER
           CLOSE PCD-TPM-MASTER
           DISPLAY 'PCD206 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD206 - PARTNERS ADDED:        ' WS-PARTNERS-ADDED
           DISPLAY 'PCD206 - PARTNERS CHANGED:      '
               WS-PARTNERS-CHANGED
           DISPLAY 'PCD206 - PARTNERS INTO TESTING: '
               WS-PARTNERS-TESTING
           DISPLAY 'PCD206 - PARTNERS PROMOTED:     '
               WS-PARTNERS-PROMOTED
           DISPLAY 'PCD206 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
