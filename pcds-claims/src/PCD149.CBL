      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD149              SYSTEM: PCDS                 *
      **    NCPDP D.0 BATCH OUTBOUND TRANSLATOR (P01 PHARMACY)        *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  BUILDS AN NCPDP    *
      **                          BATCH STANDARD 1.2 FILE (PCDNCPDP)   *
      **                          OF D.0 B1 BILLING TRANSACTIONS FROM  *
      **                          THE P01 PHARMACY BATCHES ON A        *
      **                          PCD101 RECEIVER FILE, SO PHARMACY    *
      **                          CLAIMS NO LONGER HAVE TO BE RE-KEYED *
      **                          AT THE PBM PORTALS.  PCD124 SKIPS    *
      **                          THE SAME BATCHES.  THE FIRST P01 B0  *
      **                          OPENS THE 00 BATCH HEADER (SENDER    *
      **                          AND RECEIVER OFF THE A0); EACH F0    *
      **                          FILL IS ONE G1 DETAIL RECORD --      *
      **                          TRANSACTION HEADER (BIN/PCN FROM     *
      **                          THE RECEIVER'S PCDXMTP ROW, PHARMACY *
      **                          NPI OFF THE B0), INSURANCE AND       *
      **                          PATIENT SEGMENTS FROM THE FIRST D0   *
      **                          AND THE C0, THEN THE CLAIM, PRE-     *
      **                          SCRIBER AND PRICING SEGMENTS FROM    *
      **                          THE F0 AND THE FB/F6/F7 RECORDS      *
      **                          THAT FOLLOW IT.  THE FILL IS HELD    *
      **                          PENDING UNTIL THE NEXT F0 OR THE X0. *
      **                          THE 99 TRAILER CARRIES THE RECORD    *
      **                          COUNT (HEADER AND TRAILER INCLUDED). *
      ** RTC    10/15/26          A FILL WHOSE F0 CARRIES THE 340B UD  *
      **                          MODIFIER (STAMPED BY PCD212) NOW     *
      **                          SENDS SUBMISSION CLARIFICATION CODE  *
      **                          20 (NX=1, DK=20) IN THE CLAIM        *
      **                          SEGMENT, THE NCPDP 340B INDICATOR    *
      **                          MEDICAID USES TO KEEP THE FILL OFF   *
      **                          ITS REBATE CLAIMS.                   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD149.
       AUTHOR.        EDI SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NCPDP-FILE ASSIGN TO PCDNCPDP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-XMTP-FILE  ASSIGN TO PCDXMTP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-NCPDP-FILE
           RECORDING MODE IS F.
       01  PCD-NCPDP-RECORD           PIC X(400).
       FD  PCD-XMTP-FILE
           RECORDING MODE IS F.
       01  FD-XMTP-REC                PIC X(080).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDXMTP.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-XMTP-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-XMTP-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-TIME                 PIC 9(008)  VALUE ZERO.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-HEADER-SW                PIC X(001)  VALUE 'N'.
           88  WS-HEADER-WRITTEN                   VALUE 'Y'.
       77  WS-FILL-PENDING-SW          PIC X(001)  VALUE 'N'.
           88  WS-FILL-PENDING                     VALUE 'Y'.
       77  WS-D0-TAKEN-SW              PIC X(001)  VALUE 'N'.
           88  WS-D0-TAKEN                         VALUE 'Y'.
       77  WS-PROFILE-COUNT            PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PROFILE-SUB              PIC 9(003)  COMP  VALUE ZERO.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 50 TIMES.
               10  WS-PROF-RECEIVER     PIC X(009).
               10  WS-PROF-NCPDP-BIN    PIC X(006).
               10  WS-PROF-NCPDP-PCN    PIC X(010).
      **----------------------------------------------------------------*
      **   NCPDP SEPARATORS.  EVERY SEGMENT OPENS WITH THE SEGMENT       *
      **   SEPARATOR, EVERY FIELD (SEGMENT ID INCLUDED) WITH THE FIELD   *
      **   SEPARATOR; THE GROUP SEPARATOR STARTS THE CLAIM-LEVEL GROUP.  *
      **   STX/ETX FRAME EACH BATCH RECORD.                              *
      **----------------------------------------------------------------*
       77  WS-NC-STX                   PIC X(001)  VALUE X'02'.
       77  WS-NC-ETX                   PIC X(001)  VALUE X'03'.
       77  WS-NC-FS                    PIC X(001)  VALUE X'1C'.
       77  WS-NC-GS                    PIC X(001)  VALUE X'1D'.
       77  WS-NC-SS                    PIC X(001)  VALUE X'1E'.
       77  WS-NCPDP-LINE               PIC X(400)  VALUE SPACES.
       77  WS-NC-PTR                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BATCH-NUMBER             PIC 9(007)  VALUE 1.
       77  WS-RECORD-COUNT             PIC 9(010)  VALUE ZERO.
       77  WS-TRANS-REF-NUM            PIC 9(010)  VALUE ZERO.
       77  WS-SENDER-ID                PIC X(024)  VALUE SPACES.
       77  WS-RECEIVER-ID              PIC X(024)  VALUE SPACES.
       77  WS-FILE-TYPE                PIC X(001)  VALUE 'P'.
       77  WS-NCPDP-BIN                PIC X(006)  VALUE SPACES.
       77  WS-NCPDP-PCN                PIC X(010)  VALUE SPACES.
       77  WS-PHARMACY-NPI             PIC X(015)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FILLS-BUILT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NON-P01-RECS-SKIPPED     PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   CLAIM-LEVEL DATA CARRIED FROM THE C0 AND THE FIRST D0.        *
      **----------------------------------------------------------------*
       77  WS-PAT-LAST-NAME            PIC X(020)  VALUE SPACES.
       77  WS-PAT-FIRST-NAME           PIC X(010)  VALUE SPACES.
       77  WS-PAT-BIRTH-DATE           PIC X(008)  VALUE SPACES.
       77  WS-PAT-GENDER-CD            PIC X(001)  VALUE '0'.
       77  WS-CARDHOLDER-ID            PIC X(017)  VALUE SPACES.
       77  WS-GROUP-ID                 PIC X(020)  VALUE SPACES.
       77  WS-INS-LAST-NAME            PIC X(020)  VALUE SPACES.
       77  WS-INS-FIRST-NAME           PIC X(010)  VALUE SPACES.
       77  WS-PAT-REL-CD               PIC X(001)  VALUE '0'.
      **----------------------------------------------------------------*
      **   THE PENDING FILL -- F0, THEN WHATEVER FB/F6/F7 FOLLOW IT.     *
      **----------------------------------------------------------------*
       77  WS-FILL-DOS                 PIC X(008)  VALUE SPACES.
       77  WS-FILL-RX-NUM              PIC X(015)  VALUE SPACES.
       77  WS-FILL-NDC-CODE            PIC X(011)  VALUE SPACES.
       77  WS-FILL-QTY                 PIC 9(007)V999 VALUE ZERO.
       77  WS-FILL-QTY-X REDEFINES WS-FILL-QTY
                                       PIC X(010).
       77  WS-FILL-DAYS-SUPPLY         PIC 9(003)  VALUE ZERO.
       77  WS-FILL-RX-DATE             PIC X(008)  VALUE SPACES.
       77  WS-FILL-PRESCRIBER-QUAL     PIC X(002)  VALUE SPACES.
       77  WS-FILL-PRESCRIBER-ID       PIC X(015)  VALUE SPACES.
       77  WS-FILL-340B-SW             PIC X(001)  VALUE 'N'.
           88  WS-FILL-340B                        VALUE 'Y'.
       77  WS-340B-MODIFIER            PIC X(002)  VALUE 'UD'.
       77  WS-340B-FILLS               PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   NCPDP DOLLAR FIELDS ARE SIGNED OVERPUNCH -- A ZONED-DECIMAL   *
      **   S9 FIELD WITH THE SIGN OVER THE LAST DIGIT IS EXACTLY THAT.   *
      **----------------------------------------------------------------*
       77  WS-FILL-CHARGE              PIC S9(006)V99 VALUE ZERO.
       77  WS-FILL-CHARGE-X REDEFINES WS-FILL-CHARGE
                                       PIC X(008).
      **----------------------------------------------------------------*
      **   BATCH HEADER (00) AND TRAILER (99) RECORDS.                   *
      **----------------------------------------------------------------*
       01  WS-NC-HEADER.
           05  WS-NCH-STX              PIC X(001).
           05  WS-NCH-SEGMENT-ID       PIC X(002)  VALUE '00'.
           05  WS-NCH-TRANS-TYPE       PIC X(001)  VALUE 'T'.
           05  WS-NCH-SENDER-ID        PIC X(024).
           05  WS-NCH-BATCH-NUMBER     PIC 9(007).
           05  WS-NCH-CREATE-DATE      PIC 9(008).
           05  WS-NCH-CREATE-TIME      PIC 9(004).
           05  WS-NCH-FILE-TYPE        PIC X(001).
           05  WS-NCH-VERSION          PIC X(002)  VALUE '12'.
           05  WS-NCH-RECEIVER-ID      PIC X(024).
           05  WS-NCH-ETX              PIC X(001).
       01  WS-NC-TRAILER.
           05  WS-NCT-STX              PIC X(001).
           05  WS-NCT-SEGMENT-ID       PIC X(002)  VALUE '99'.
           05  WS-NCT-BATCH-NUMBER     PIC 9(007).
           05  WS-NCT-RECORD-COUNT     PIC 9(010).
           05  WS-NCT-MESSAGE          PIC X(035)  VALUE SPACES.
           05  WS-NCT-ETX              PIC X(001).
      **----------------------------------------------------------------*
      **   D.0 TRANSACTION HEADER -- FIXED 56 BYTES, NO SEPARATORS.      *
      **----------------------------------------------------------------*
       01  WS-NC-TRANS-HEADER.
           05  WS-NTH-BIN              PIC X(006).
           05  WS-NTH-VERSION          PIC X(002)  VALUE 'D0'.
           05  WS-NTH-TRANS-CODE       PIC X(002)  VALUE 'B1'.
           05  WS-NTH-PCN              PIC X(010).
           05  WS-NTH-TRANS-COUNT      PIC X(001)  VALUE '1'.
           05  WS-NTH-PROV-ID-QUAL     PIC X(002)  VALUE '01'.
           05  WS-NTH-PROV-ID          PIC X(015).
           05  WS-NTH-DATE-OF-SERVICE  PIC X(008).
           05  WS-NTH-SOFTWARE-ID      PIC X(010)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-FLUSH-PENDING-FILL THRU 3000-EXIT
           PERFORM 8000-WRITE-TRAILER   THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-NC-STX TO WS-NCH-STX WS-NCT-STX
           MOVE WS-NC-ETX TO WS-NCH-ETX WS-NCT-ETX
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-NCPDP-FILE
           OPEN INPUT  PCD-XMTP-FILE
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-PROFILE THRU 1300-EXIT
               UNTIL WS-XMTP-END-OF-FILE
           CLOSE PCD-XMTP-FILE
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
       1200-READ-XMTP-FILE.
           READ PCD-XMTP-FILE INTO PCD-XMTP-REC
               AT END
                   SET WS-XMTP-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-PROFILE.
           IF WS-PROFILE-COUNT = 50
               DISPLAY 'PCD149 - PROFILE TABLE FULL AT 50 - '
                   'RECEIVER BIN/PCN UNKNOWN - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PROFILE-COUNT
           MOVE PCD-XMTP-RECEIVER
               TO WS-PROF-RECEIVER  (WS-PROFILE-COUNT)
           MOVE PCD-XMTP-NCPDP-BIN
               TO WS-PROF-NCPDP-BIN (WS-PROFILE-COUNT)
           MOVE PCD-XMTP-NCPDP-PCN
               TO WS-PROF-NCPDP-PCN (WS-PROFILE-COUNT)
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- ONLY P01 BATCHES ARE TRANSLATED; ANY  *
      **   OTHER BATCH ON THE RECEIVER FILE IS LEFT TO PCD124.           *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           IF A0-FILE-HEADER-REC
               PERFORM 2100-SAVE-FILE-HEADER THRU 2100-EXIT
               PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF B0-REC
               IF B0-PHARMACY-BATCH
                   SET WS-PHARMACY-BATCH TO TRUE
               ELSE
                   MOVE 'N' TO WS-PHARMACY-BATCH-SW
               END-IF
           END-IF
           IF NOT WS-PHARMACY-BATCH
               ADD 1 TO WS-NON-P01-RECS-SKIPPED
               PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN B0-REC
                   PERFORM 2200-OPEN-PHARMACY-BATCH THRU 2200-EXIT
               WHEN C0-REC
                   PERFORM 2300-TAKE-PATIENT THRU 2300-EXIT
               WHEN D0-REC
                   PERFORM 2400-TAKE-INSURED THRU 2400-EXIT
               WHEN F0-REC
                   PERFORM 3000-FLUSH-PENDING-FILL THRU 3000-EXIT
                   PERFORM 2500-OPEN-PENDING-FILL THRU 2500-EXIT
               WHEN FB-REC
                   PERFORM 2600-TAKE-FB-DRUG-DATA THRU 2600-EXIT
               WHEN F6-REC
                   PERFORM 2700-TAKE-F6-PRESCRIBER THRU 2700-EXIT
               WHEN F7-REC
                   PERFORM 2710-TAKE-F7-PRESCRIBER THRU 2710-EXIT
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-FLUSH-PENDING-FILL THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-SAVE-FILE-HEADER -- SENDER, RECEIVER, TEST/PRODUCTION    *
      **   AND THE RECEIVER'S BIN/PCN, HELD FOR THE BATCH HEADER AND     *
      **   EVERY TRANSACTION HEADER.                                     *
      **----------------------------------------------------------------*
       2100-SAVE-FILE-HEADER.
           MOVE A0-SUB-EIN-X   TO WS-SENDER-ID
           MOVE A0-RECEIVER-ID TO WS-RECEIVER-ID
           IF A0-TEST-PROD-IND = 'TEST'
               MOVE 'T' TO WS-FILE-TYPE
           ELSE
               MOVE 'P' TO WS-FILE-TYPE
           END-IF
           MOVE SPACES TO WS-NCPDP-BIN WS-NCPDP-PCN
           PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
                   UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
               IF WS-PROF-RECEIVER (WS-PROFILE-SUB) = A0-RECEIVER-ID
                   MOVE WS-PROF-NCPDP-BIN (WS-PROFILE-SUB)
                       TO WS-NCPDP-BIN
                   MOVE WS-PROF-NCPDP-PCN (WS-PROFILE-SUB)
                       TO WS-NCPDP-PCN
               END-IF
           END-PERFORM
           IF WS-NCPDP-BIN = SPACES
               DISPLAY 'PCD149 - NO PCDXMTP NCPDP BIN FOR RECEIVER '
                   A0-RECEIVER-ID
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-OPEN-PHARMACY-BATCH -- THE FIRST P01 BATCH WRITES THE    *
      **   00 HEADER; EVERY P01 B0 SUPPLIES THE PHARMACY NPI.            *
      **----------------------------------------------------------------*
       2200-OPEN-PHARMACY-BATCH.
           MOVE B0-NPI TO WS-PHARMACY-NPI
           IF WS-HEADER-WRITTEN
               GO TO 2200-EXIT
           END-IF
           MOVE WS-SENDER-ID          TO WS-NCH-SENDER-ID
           MOVE WS-BATCH-NUMBER       TO WS-NCH-BATCH-NUMBER
           MOVE WS-RUN-DATE           TO WS-NCH-CREATE-DATE
           MOVE WS-RUN-TIME (1:4)     TO WS-NCH-CREATE-TIME
           MOVE WS-FILE-TYPE          TO WS-NCH-FILE-TYPE
           MOVE WS-RECEIVER-ID        TO WS-NCH-RECEIVER-ID
           MOVE WS-NC-HEADER          TO WS-NCPDP-LINE
           PERFORM 4000-WRITE-NCPDP-RECORD THRU 4000-EXIT
           SET WS-HEADER-WRITTEN TO TRUE.
       2200-EXIT.
           EXIT.
       2300-TAKE-PATIENT.
           ADD 1 TO WS-CLAIMS-READ
           MOVE 'N' TO WS-D0-TAKEN-SW
           MOVE C0-PAT-L-NAME       TO WS-PAT-LAST-NAME
           MOVE C0-PAT-F-NAME       TO WS-PAT-FIRST-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO WS-PAT-BIRTH-DATE
           EVALUATE C0-PAT-SEX
               WHEN 'M'
                   MOVE '1' TO WS-PAT-GENDER-CD
               WHEN 'F'
                   MOVE '2' TO WS-PAT-GENDER-CD
               WHEN OTHER
                   MOVE '0' TO WS-PAT-GENDER-CD
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-TAKE-INSURED -- THE PRIMARY (FIRST) D0 IS THE PBM        *
      **   CARDHOLDER.  RELATIONSHIP 01/02/03 MAP TO NCPDP 1/2/3, ALL    *
      **   OTHERS TO 4 (OTHER).                                          *
      **----------------------------------------------------------------*
       2400-TAKE-INSURED.
           IF WS-D0-TAKEN
               GO TO 2400-EXIT
           END-IF
           SET WS-D0-TAKEN TO TRUE
           MOVE D0-INSURED-ID       TO WS-CARDHOLDER-ID
           MOVE D0-INS-GRP-PLCY-NUM TO WS-GROUP-ID
           MOVE D0-INS-LAST-NAME    TO WS-INS-LAST-NAME
           MOVE D0-INS-FIRST-NAME   TO WS-INS-FIRST-NAME
           EVALUATE TRUE
               WHEN D0-PATIENT-IS-THE-INSURED
                   MOVE '1' TO WS-PAT-REL-CD
               WHEN D0-PATIENT-IS-SPOUSE-OF-INS
                   MOVE '2' TO WS-PAT-REL-CD
               WHEN D0-PATIENT-IS-CHILD-OF-INS
                   MOVE '3' TO WS-PAT-REL-CD
               WHEN D0-PAT-REL-TO-INS = SPACES
                   MOVE '0' TO WS-PAT-REL-CD
               WHEN OTHER
                   MOVE '4' TO WS-PAT-REL-CD
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-OPEN-PENDING-FILL -- QUANTITY DEFAULTS TO THE F0 SERVICE *
      **   UNITS UNTIL AN FB WITH NDC UNITS REPLACES IT.                 *
      **----------------------------------------------------------------*
       2500-OPEN-PENDING-FILL.
           SET WS-FILL-PENDING TO TRUE
           MOVE F0-FROM-DATE-X   TO WS-FILL-DOS
           MOVE F0-RX-NUM        TO WS-FILL-RX-NUM
           MOVE F0-NDC-CODE      TO WS-FILL-NDC-CODE
           MOVE F0-LINE-CHRG     TO WS-FILL-CHARGE
           MOVE ZERO             TO WS-FILL-QTY
           IF F0-SERVICE-UNIT-X IS NUMERIC
               MOVE F0-SERVICE-UNIT TO WS-FILL-QTY
           END-IF
           MOVE 'N'              TO WS-FILL-340B-SW
           IF F0-PROC-MOD-1 = WS-340B-MODIFIER
           OR F0-PROC-MOD-2 = WS-340B-MODIFIER
           OR F0-PROC-MOD-3 = WS-340B-MODIFIER
           OR F0-PROC-MOD-4 = WS-340B-MODIFIER
               SET WS-FILL-340B TO TRUE
           END-IF
           MOVE ZERO             TO WS-FILL-DAYS-SUPPLY
           MOVE SPACES           TO WS-FILL-RX-DATE
                                    WS-FILL-PRESCRIBER-QUAL
                                    WS-FILL-PRESCRIBER-ID.
       2500-EXIT.
           EXIT.
       2600-TAKE-FB-DRUG-DATA.
           IF NOT WS-FILL-PENDING
               GO TO 2600-EXIT
           END-IF
           IF FB-NAT-DRUG-UNITS-X IS NUMERIC
           AND FB-NAT-DRUG-UNITS > ZERO
               MOVE FB-NAT-DRUG-UNITS TO WS-FILL-QTY
           END-IF
           IF FB-DRUG-DAYS-SUPP-X IS NUMERIC
               MOVE FB-DRUG-DAYS-SUPP TO WS-FILL-DAYS-SUPPLY
           END-IF
           IF FB-RX-DATE IS NUMERIC
               MOVE FB-RX-DATE TO WS-FILL-RX-DATE
           END-IF.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2700/2710 -- THE LINE-LEVEL PROVIDER ON A FILL IS THE         *
      **   PRESCRIBER.  THE F6 NPI (QUALIFIER 01) WINS; FAILING THAT AN  *
      **   F7 XX (NPI) OR 0B (STATE LICENSE, QUALIFIER 08) IS USED.      *
      **----------------------------------------------------------------*
       2700-TAKE-F6-PRESCRIBER.
           IF NOT WS-FILL-PENDING
               GO TO 2700-EXIT
           END-IF
           IF F6-NAT-PROV-ID > SPACES
               MOVE '01'           TO WS-FILL-PRESCRIBER-QUAL
               MOVE F6-NAT-PROV-ID TO WS-FILL-PRESCRIBER-ID
           END-IF.
       2700-EXIT.
           EXIT.
       2710-TAKE-F7-PRESCRIBER.
           IF NOT WS-FILL-PENDING
           OR WS-FILL-PRESCRIBER-QUAL = '01'
               GO TO 2710-EXIT
           END-IF
           PERFORM VARYING F7-INX FROM 1 BY 1 UNTIL F7-INX > 5
               EVALUATE TRUE
                   WHEN F7-LL-PROV-SEC-ID-REF-NUM (F7-INX) = SPACES
                       CONTINUE
                   WHEN F7-LL-PROV-SEC-ID-REF-QUAL (F7-INX) = 'XX'
                       MOVE '01' TO WS-FILL-PRESCRIBER-QUAL
                       MOVE F7-LL-PROV-SEC-ID-REF-NUM (F7-INX)
                           TO WS-FILL-PRESCRIBER-ID
                   WHEN F7-LL-PROV-SEC-ID-REF-QUAL (F7-INX) = '0B'
                   AND WS-FILL-PRESCRIBER-QUAL = SPACES
                       MOVE '08' TO WS-FILL-PRESCRIBER-QUAL
                       MOVE F7-LL-PROV-SEC-ID-REF-NUM (F7-INX)
                           TO WS-FILL-PRESCRIBER-ID
               END-EVALUATE
           END-PERFORM.
       2710-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-FLUSH-PENDING-FILL -- ONE G1 DETAIL RECORD PER FILL:     *
      **   TRANSACTION HEADER, THEN INSURANCE (04) AND PATIENT (01),     *
      **   THEN THE CLAIM GROUP -- CLAIM (07), PRESCRIBER (03) AND       *
      **   PRICING (11).                                                 *
      **----------------------------------------------------------------*
       3000-FLUSH-PENDING-FILL.
           IF NOT WS-FILL-PENDING
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-FILL-PENDING-SW
           ADD 1 TO WS-FILLS-BUILT
           ADD 1 TO WS-TRANS-REF-NUM
           MOVE WS-NCPDP-BIN    TO WS-NTH-BIN
           MOVE WS-NCPDP-PCN    TO WS-NTH-PCN
           MOVE WS-PHARMACY-NPI TO WS-NTH-PROV-ID
           MOVE WS-FILL-DOS     TO WS-NTH-DATE-OF-SERVICE
           MOVE SPACES TO WS-NCPDP-LINE
           MOVE 1 TO WS-NC-PTR
           STRING WS-NC-STX          DELIMITED BY SIZE
                  'G1'               DELIMITED BY SIZE
                  WS-TRANS-REF-NUM   DELIMITED BY SIZE
                  WS-NC-TRANS-HEADER DELIMITED BY SIZE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           PERFORM 3100-BUILD-INSURANCE-SEG  THRU 3100-EXIT
           PERFORM 3200-BUILD-PATIENT-SEG    THRU 3200-EXIT
           STRING WS-NC-GS DELIMITED BY SIZE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           PERFORM 3300-BUILD-CLAIM-SEG      THRU 3300-EXIT
           PERFORM 3400-BUILD-PRESCRIBER-SEG THRU 3400-EXIT
           PERFORM 3500-BUILD-PRICING-SEG    THRU 3500-EXIT
           STRING WS-NC-ETX DELIMITED BY SIZE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           PERFORM 4000-WRITE-NCPDP-RECORD THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
       3100-BUILD-INSURANCE-SEG.
           STRING WS-NC-SS WS-NC-FS 'AM04' DELIMITED BY SIZE
                  WS-NC-FS 'C2'            DELIMITED BY SIZE
                  WS-CARDHOLDER-ID         DELIMITED BY SPACE
                  WS-NC-FS 'CC'            DELIMITED BY SIZE
                  WS-INS-FIRST-NAME        DELIMITED BY '  '
                  WS-NC-FS 'CD'            DELIMITED BY SIZE
                  WS-INS-LAST-NAME         DELIMITED BY '  '
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           IF WS-GROUP-ID > SPACES
               STRING WS-NC-FS 'C1'        DELIMITED BY SIZE
                      WS-GROUP-ID          DELIMITED BY SPACE
                   INTO WS-NCPDP-LINE
                   WITH POINTER WS-NC-PTR
           END-IF.
       3100-EXIT.
           EXIT.
       3200-BUILD-PATIENT-SEG.
           STRING WS-NC-SS WS-NC-FS 'AM01' DELIMITED BY SIZE
                  WS-NC-FS 'C4'            DELIMITED BY SIZE
                  WS-PAT-BIRTH-DATE        DELIMITED BY SIZE
                  WS-NC-FS 'C5'            DELIMITED BY SIZE
                  WS-PAT-GENDER-CD         DELIMITED BY SIZE
                  WS-NC-FS 'CA'            DELIMITED BY SIZE
                  WS-PAT-FIRST-NAME        DELIMITED BY '  '
                  WS-NC-FS 'CB'            DELIMITED BY SIZE
                  WS-PAT-LAST-NAME         DELIMITED BY '  '
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           IF WS-PAT-REL-CD NOT = '0'
               STRING WS-NC-FS 'C6'        DELIMITED BY SIZE
                      WS-PAT-REL-CD        DELIMITED BY SIZE
                   INTO WS-NCPDP-LINE
                   WITH POINTER WS-NC-PTR
           END-IF.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3300-BUILD-CLAIM-SEG -- RX BILLING (EM=1), NDC PRODUCT ID     *
      **   (E1=03), QUANTITY 9(7)V999, NEW FILL (D3=00), NOT A COMPOUND  *
      **   (D6=1), NO DAW (D8=0).  A 340B FILL ADDS SUBMISSION           *
      **   CLARIFICATION CODE 20 (NX=1, DK=20).                          *
      **----------------------------------------------------------------*
       3300-BUILD-CLAIM-SEG.
           STRING WS-NC-SS WS-NC-FS 'AM07' DELIMITED BY SIZE
                  WS-NC-FS 'EM1'           DELIMITED BY SIZE
                  WS-NC-FS 'D2'            DELIMITED BY SIZE
                  WS-FILL-RX-NUM           DELIMITED BY SPACE
                  WS-NC-FS 'E103'          DELIMITED BY SIZE
                  WS-NC-FS 'D7'            DELIMITED BY SIZE
                  WS-FILL-NDC-CODE         DELIMITED BY SPACE
                  WS-NC-FS 'E7'            DELIMITED BY SIZE
                  WS-FILL-QTY-X            DELIMITED BY SIZE
                  WS-NC-FS 'D300'          DELIMITED BY SIZE
                  WS-NC-FS 'D5'            DELIMITED BY SIZE
                  WS-FILL-DAYS-SUPPLY      DELIMITED BY SIZE
                  WS-NC-FS 'D61'           DELIMITED BY SIZE
                  WS-NC-FS 'D80'           DELIMITED BY SIZE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR
           IF WS-FILL-RX-DATE > SPACES
               STRING WS-NC-FS 'DE'        DELIMITED BY SIZE
                      WS-FILL-RX-DATE      DELIMITED BY SIZE
                   INTO WS-NCPDP-LINE
                   WITH POINTER WS-NC-PTR
           END-IF
           IF WS-FILL-340B
               STRING WS-NC-FS 'NX1'       DELIMITED BY SIZE
                      WS-NC-FS 'DK20'      DELIMITED BY SIZE
                   INTO WS-NCPDP-LINE
                   WITH POINTER WS-NC-PTR
               ADD 1 TO WS-340B-FILLS
           END-IF.
       3300-EXIT.
           EXIT.
       3400-BUILD-PRESCRIBER-SEG.
           IF WS-FILL-PRESCRIBER-QUAL = SPACES
               GO TO 3400-EXIT
           END-IF
           STRING WS-NC-SS WS-NC-FS 'AM03' DELIMITED BY SIZE
                  WS-NC-FS 'EZ'            DELIMITED BY SIZE
                  WS-FILL-PRESCRIBER-QUAL  DELIMITED BY SIZE
                  WS-NC-FS 'DB'            DELIMITED BY SIZE
                  WS-FILL-PRESCRIBER-ID    DELIMITED BY SPACE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR.
       3400-EXIT.
           EXIT.
       3500-BUILD-PRICING-SEG.
           STRING WS-NC-SS WS-NC-FS 'AM11' DELIMITED BY SIZE
                  WS-NC-FS 'DQ'            DELIMITED BY SIZE
                  WS-FILL-CHARGE-X         DELIMITED BY SIZE
                  WS-NC-FS 'DU'            DELIMITED BY SIZE
                  WS-FILL-CHARGE-X         DELIMITED BY SIZE
               INTO WS-NCPDP-LINE
               WITH POINTER WS-NC-PTR.
       3500-EXIT.
           EXIT.
       4000-WRITE-NCPDP-RECORD.
           MOVE WS-NCPDP-LINE TO PCD-NCPDP-RECORD
           WRITE PCD-NCPDP-RECORD
           ADD 1 TO WS-RECORD-COUNT.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-TRAILER -- ONLY WHEN A HEADER WENT OUT; A RECEIVER *
      **   FILE WITH NO P01 BATCHES LEAVES PCDNCPDP EMPTY.               *
      **----------------------------------------------------------------*
       8000-WRITE-TRAILER.
           IF NOT WS-HEADER-WRITTEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-NCT-BATCH-NUMBER
           COMPUTE WS-NCT-RECORD-COUNT = WS-RECORD-COUNT + 1
           MOVE WS-NC-TRAILER   TO WS-NCPDP-LINE
           PERFORM 4000-WRITE-NCPDP-RECORD THRU 4000-EXIT.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-NCPDP-FILE
           DISPLAY 'PCD149 - P01 CLAIMS READ:        ' WS-CLAIMS-READ
           DISPLAY 'PCD149 - D.0 TRANSACTIONS BUILT: ' WS-FILLS-BUILT
           DISPLAY 'PCD149 - 340B FILLS (DK=20):     ' WS-340B-FILLS
           DISPLAY 'PCD149 - BATCH RECORDS WRITTEN:  ' WS-RECORD-COUNT
           DISPLAY 'PCD149 - NON-P01 RECS SKIPPED:   '
               WS-NON-P01-RECS-SKIPPED.
       9000-EXIT.
           EXIT.
