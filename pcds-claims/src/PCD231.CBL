      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD231           SYSTEM: PCDS                     *
      **    KEYED-ENTRY CLAIM JOB BUILDER                              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  SORTS THE PCDDDEQ  *
      **                          QUEUE OF CLAIMS KEYED ON PCD230M BY  *
      **                          OPERATOR AND BILLING PROVIDER AND    *
      **                          WRITES ONE A0-Z0 JOB PER OPERATOR TO *
      **                          PCDDDEO FOR INTAKE, SUBMITTER AND    *
      **                          RECEIVER FROM THE PCDDDECD CARD.     *
      **                          THE A0 IS MARKED AS KEYED ENTRY WITH *
      **                          THE OPERATOR ID.  THE QUEUE IS       *
      **                          EMPTIED AFTERWARD.                   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD231.
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
           SELECT PCD-CONTROL-CARD  ASSIGN TO PCDDDECD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-DDE-QUEUE     ASSIGN TO PCDDDEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-CLAIM-OUT     ASSIGN TO PCDDDEO
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-SUB-EIN        PIC X(009).
           05  FD-CARD-SUB-NAME       PIC X(021).
           05  FD-CARD-RECEIVER-ID    PIC X(009).
           05  FD-CARD-RECEIVER-TYPE  PIC X(001).
           05  FD-CARD-FORMAT         PIC X(007).
           05  FILLER                 PIC X(033).
       FD  PCD-DDE-QUEUE
           RECORDING MODE IS F.
       01  FD-DDEC-REC                PIC X(2020).
       SD  SORT-WORK-FILE.
       01  SD-DDEC-REC.
           05  SD-OPERATOR-ID         PIC X(008).
           05  SD-ENTRY-DATE          PIC 9(008).
           05  SD-ENTRY-TIME          PIC 9(006).
           05  SD-PROV-TAX-ID         PIC X(009).
           05  FILLER                 PIC X(1989).
       FD  PCD-CLAIM-OUT
           RECORDING MODE IS F.
       01  PCD-CLAIM-OUT-REC          PIC X(192).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDDDEC.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-FILE-OPEN-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-FILE-OPEN                        VALUE 'Y'.
       77  WS-BATCH-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-BATCH-OPEN                       VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-JOB-SEQ                  PIC 9(003)  VALUE ZERO.
       77  WS-UNIQUE-JOBNUM            PIC X(008)  VALUE SPACES.
       77  WS-JOB-OPERATOR             PIC X(008)  VALUE SPACES.
       77  WS-TAX-NUM                  PIC X(009)  VALUE SPACES.
       77  WS-BATCH-NO                 PIC 9(002)  VALUE ZERO.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE '100'.
       77  WS-LINE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-JOBS-WRITTEN             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BATCH-RECS               PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-CLAIMS             PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-SVC-LINES          PIC 9(007)  VALUE ZERO.
       77  WS-BATCH-CHARGES            PIC 9(009)V99 VALUE ZERO.
       77  WS-FILE-RECS                PIC 9(007)  VALUE ZERO.
       77  WS-FILE-CLAIMS              PIC 9(007)  VALUE ZERO.
       77  WS-FILE-SVC-LINES           PIC 9(007)  VALUE ZERO.
       77  WS-FILE-BATCHES             PIC 9(005)  VALUE ZERO.
       77  WS-FILE-CHARGES             PIC 9(009)V99 VALUE ZERO.
       01  WS-JOB-CONTROL.
           05  WS-JOB-SUB-EIN          PIC X(009)  VALUE SPACES.
           05  WS-JOB-SUB-NAME         PIC X(021)  VALUE SPACES.
           05  WS-JOB-RECEIVER-ID      PIC X(009)  VALUE SPACES.
           05  WS-JOB-RECEIVER-TYPE    PIC X(001)  VALUE SPACES.
           05  WS-JOB-FORMAT           PIC X(007)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-OPERATOR-ID
               ON ASCENDING KEY SD-PROV-TAX-ID
               ON ASCENDING KEY SD-ENTRY-DATE
               ON ASCENDING KEY SD-ENTRY-TIME
               USING PCD-DDE-QUEUE
               OUTPUT PROCEDURE 4000-BUILD-JOBS THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PCDDDECD CARD CARRIES THE SUBMITTER    *
      **   AND RECEIVER THE KEYED JOBS ARE FILED UNDER, THE SAME A0      *
      **   FIELDS A TRADING PARTNER'S OWN JOB WOULD CARRY.  WITHOUT A    *
      **   USABLE CARD THE QUEUE IS LEFT AS IT IS FOR THE NEXT RUN.      *
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
           IF FD-CARD-SUB-EIN NOT NUMERIC
           OR FD-CARD-SUB-EIN = ZERO
           OR FD-CARD-RECEIVER-ID = SPACES
               DISPLAY 'PCD231 - NO SUBMITTER/RECEIVER ON PCDDDECD - '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-CARD-SUB-EIN       TO WS-JOB-SUB-EIN
           MOVE FD-CARD-SUB-NAME      TO WS-JOB-SUB-NAME
           MOVE FD-CARD-RECEIVER-ID   TO WS-JOB-RECEIVER-ID
           MOVE FD-CARD-RECEIVER-TYPE TO WS-JOB-RECEIVER-TYPE
           MOVE FD-CARD-FORMAT        TO WS-JOB-FORMAT
           IF WS-JOB-FORMAT = SPACES
               MOVE '5010X22' TO WS-JOB-FORMAT
           END-IF
           OPEN OUTPUT PCD-CLAIM-OUT.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-BUILD-JOBS -- ONE JOB PER OPERATOR, SO THE DASHBOARD     *
      **   AND ANY BACKOUT FOLLOW THE PERSON WHO KEYED THE CLAIMS.       *
      **   WITHIN THE JOB, ONE B0 BATCH PER BILLING PROVIDER.            *
      **----------------------------------------------------------------*
       4000-BUILD-JOBS.
           PERFORM 4900-RETURN-CLAIM THRU 4900-EXIT
           PERFORM 4100-TAKE-CLAIM   THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           PERFORM 5900-CLOSE-JOB    THRU 5900-EXIT.
       4000-EXIT.
           EXIT.
       4100-TAKE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           IF WS-FILE-OPEN
              AND PCD-DDEC-OPERATOR-ID NOT = WS-JOB-OPERATOR
               PERFORM 5900-CLOSE-JOB THRU 5900-EXIT
           END-IF
           IF NOT WS-FILE-OPEN
               PERFORM 5100-OPEN-FILE THRU 5100-EXIT
           END-IF
           IF WS-BATCH-OPEN
              AND PCD-DDEC-PROV-TAX-ID NOT = WS-TAX-NUM
               PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
           END-IF
           IF NOT WS-BATCH-OPEN
               IF WS-BATCH-NO = 99
                   PERFORM 5900-CLOSE-JOB THRU 5900-EXIT
                   PERFORM 5100-OPEN-FILE THRU 5100-EXIT
               END-IF
               PERFORM 5200-OPEN-BATCH THRU 5200-EXIT
           END-IF
           MOVE PCD-DDEC-C0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           MOVE PCD-DDEC-D0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           MOVE PCD-DDEC-E0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           PERFORM 4200-WRITE-LINE THRU 4200-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > PCD-DDEC-LINE-COUNT
           MOVE PCD-DDEC-X0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT
           ADD 1 TO WS-BATCH-CLAIMS WS-FILE-CLAIMS
           ADD PCD-DDEC-LINE-COUNT    TO WS-BATCH-SVC-LINES
                                         WS-FILE-SVC-LINES
           ADD PCD-DDEC-TOTAL-CHARGES TO WS-BATCH-CHARGES
                                         WS-FILE-CHARGES
           PERFORM 4900-RETURN-CLAIM THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
       4200-WRITE-LINE.
           MOVE PCD-DDEC-F0-IMAGE (WS-LINE-SUB) TO WS-PCDSCLAIM-REC
           PERFORM 5800-WRITE-CLAIM-RECORD THRU 5800-EXIT.
       4200-EXIT.
           EXIT.
       4900-RETURN-CLAIM.
           RETURN SORT-WORK-FILE INTO PCD-DDEC-REC
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5100-OPEN-FILE -- THE A0 IS MARKED AS KEYED ENTRY AND CARRIES *
      **   THE OPERATOR ID, WHICH PCD026 AND PCD145 CARRY ONTO THE       *
      **   PCDJOBST ROW.  THE A0 IS NOT COUNTED IN FILE RECORDS, THE     *
      **   SAME AS PCD003 COUNTS THEM.                                   *
      **----------------------------------------------------------------*
       5100-OPEN-FILE.
           MOVE PCD-DDEC-OPERATOR-ID TO WS-JOB-OPERATOR
           ADD 1 TO WS-JOB-SEQ
           MOVE SPACES TO WS-UNIQUE-JOBNUM
           STRING 'K' DELIMITED BY SIZE
                  WS-RUN-DATE (5:4) DELIMITED BY SIZE
                  WS-JOB-SEQ DELIMITED BY SIZE
               INTO WS-UNIQUE-JOBNUM
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'A0' TO PCDS-00-REC-TYPE
           MOVE WS-JOB-SUB-EIN       TO A0-SUB-EIN-X
           MOVE WS-JOB-SUB-NAME      TO A0-SUB-NAME
           MOVE WS-JOB-FORMAT        TO A0-FORMAT-VERS-CODE
           MOVE WS-JOB-RECEIVER-TYPE TO A0-RECEIVER-TYPE-CODE
           MOVE WS-JOB-RECEIVER-ID   TO A0-RECEIVER-ID
           MOVE WS-RUN-DATE (5:2)  TO A0-PROCESSING-DATE (1:2)
           MOVE WS-RUN-DATE (7:2)  TO A0-PROCESSING-DATE (3:2)
           MOVE WS-RUN-DATE (3:2)  TO A0-PROCESSING-DATE (5:2)
           MOVE ZERO               TO A0-XMIT-STATUS
           MOVE 'PROD'             TO A0-TEST-PROD-IND
           MOVE WS-UNIQUE-JOBNUM   TO A0-UNIQUE-JOBNUM
           SET A0-KEYED-ENTRY      TO TRUE
           MOVE WS-JOB-OPERATOR    TO A0-KEYED-OPERATOR-ID
           MOVE WS-PCDSCLAIM-REC   TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-FILE-OPEN TO TRUE
           ADD 1 TO WS-JOBS-WRITTEN
           MOVE ZERO TO WS-BATCH-NO WS-FILE-RECS WS-FILE-CLAIMS
                        WS-FILE-SVC-LINES WS-FILE-BATCHES
                        WS-FILE-CHARGES.
       5100-EXIT.
           EXIT.
       5200-OPEN-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE PCD-DDEC-PROV-TAX-ID TO WS-TAX-NUM
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'B0' TO PCDS-00-REC-TYPE
           MOVE WS-BATCH-TYPE           TO B0-BATCH-TYPE
           MOVE WS-BATCH-NO             TO B0-BATCH-NUM
           MOVE PCD-DDEC-PROV-TAX-ID    TO B0-FEDERAL-TAX-NUM-X
           MOVE PCD-DDEC-PROV-TAX-TYPE  TO B0-TAX-ID-TYPE
           MOVE PCD-DDEC-PROV-NPI       TO B0-NPI
           MOVE PCD-DDEC-PROV-NAME      TO B0-BP-ORG-NAME
           MOVE WS-PCDSCLAIM-REC        TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           SET WS-BATCH-OPEN TO TRUE
           MOVE 1    TO WS-BATCH-RECS
           ADD 1     TO WS-FILE-RECS
           MOVE ZERO TO WS-BATCH-CLAIMS WS-BATCH-SVC-LINES
                        WS-BATCH-CHARGES.
       5200-EXIT.
           EXIT.
       5700-CLOSE-BATCH.
           IF NOT WS-BATCH-OPEN
               GO TO 5700-EXIT
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Y0' TO PCDS-00-REC-TYPE
           MOVE WS-TAX-NUM                 TO Y0-FED-TAX-NUM-X
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Y0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Y0-REC-SUB-ID
           MOVE WS-BATCH-TYPE              TO Y0-BATCH-TYPE
           MOVE WS-BATCH-NO                TO Y0-BATCH-NO
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS
           MOVE WS-BATCH-SVC-LINES    TO Y0-NUM-BATCH-SVC-LINES
           MOVE WS-BATCH-RECS         TO Y0-NUM-BATCH-RECS
           MOVE WS-BATCH-CLAIMS       TO Y0-NUM-BATCH-CLAIMS
           MOVE WS-BATCH-CHARGES      TO Y0-BATCH-TOTAL-CHARGES
           MOVE WS-PCDSCLAIM-REC      TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-FILE-BATCHES
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
       5700-EXIT.
           EXIT.
       5800-WRITE-CLAIM-RECORD.
           MOVE WS-PCDSCLAIM-REC TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           ADD 1 TO WS-BATCH-RECS WS-FILE-RECS.
       5800-EXIT.
           EXIT.
       5900-CLOSE-JOB.
           IF NOT WS-FILE-OPEN
               GO TO 5900-EXIT
           END-IF
           PERFORM 5700-CLOSE-BATCH THRU 5700-EXIT
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'Z0' TO PCDS-00-REC-TYPE
           MOVE WS-JOB-SUB-EIN             TO Z0-SUB-EIN
           MOVE WS-JOB-RECEIVER-ID (1:5)   TO Z0-REC-ID-X
           MOVE WS-JOB-RECEIVER-ID (6:4)   TO Z0-REC-SUB-ID
           MOVE WS-FILE-BATCHES      TO Z0-BATCH-CNT
           MOVE WS-FILE-SVC-LINES    TO Z0-SVC-LINE-CNT
           COMPUTE Z0-REC-CNT = WS-FILE-RECS + 1
           MOVE WS-FILE-CLAIMS       TO Z0-CLAIM-CNT
           MOVE ZERO                 TO Z0-PAID-AMT Z0-ALLOWED-AMT
           MOVE WS-FILE-CHARGES      TO Z0-TOT-CHARGES
           MOVE WS-PCDSCLAIM-REC     TO PCD-CLAIM-OUT-REC
           WRITE PCD-CLAIM-OUT-REC
           DISPLAY 'PCD231 - JOB ' WS-UNIQUE-JOBNUM
               '  OPERATOR ' WS-JOB-OPERATOR
               '  CLAIMS ' WS-FILE-CLAIMS
           MOVE 'N' TO WS-FILE-OPEN-SWITCH.
       5900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9000-TERMINATE -- THE SCREENS ARE DOWN WHILE THIS RUNS, SO    *
      **   ONCE EVERY QUEUED CLAIM IS ON PCDDDEO THE QUEUE IS EMPTIED    *
      **   AND KEYING STARTS AFRESH.                                     *
      **----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE PCD-CLAIM-OUT
           OPEN OUTPUT PCD-DDE-QUEUE
           CLOSE PCD-DDE-QUEUE
           DISPLAY 'PCD231 - KEYED CLAIMS READ:     ' WS-CLAIMS-READ
           DISPLAY 'PCD231 - JOBS WRITTEN:          ' WS-JOBS-WRITTEN.
       9000-EXIT.
           EXIT.
