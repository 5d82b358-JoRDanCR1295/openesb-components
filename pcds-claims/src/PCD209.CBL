      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD209           SYSTEM: PCDS                     *
      **    PROVIDER LICENSE AND PRESCRIBER DEA EDIT                   *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  SUSPENDS A CLAIM   *
      **                          WHOSE RENDERING PROVIDER HAS NO      *
      **                          ACTIVE LICENSE IN THE BILLING STATE  *
      **                          ON THE DATE OF SERVICE (A DENTIST'S  *
      **                          B0-DENTIST-LIC-NO IS THE LICENSE     *
      **                          CHECKED WHEN IT IS ON FILE), AND A   *
      **                          P01 FILL OF A CONTROLLED NDC         *
      **                          (SCHEDULE FROM PCDNDCM) WHOSE        *
      **                          PRESCRIBER HAS NO ACTIVE, UNEXPIRED  *
      **                          DEA REGISTRATION COVERING THAT       *
      **                          SCHEDULE.  CREDENTIALS COME FROM     *
      **                          PCDCRDM, LOADED BY PCD208.  A        *
      **                          PROVIDER NOT YET ON PCDCRDM IS       *
      **                          COUNTED, NOT SUSPENDED.  THE CLAIM'S *
      **                          PCDCLNT CLIENT IS RECORDED ON EACH   *
      **                          PROVIDER ROW READ FOR THE PCD210     *
      **                          EXPIRING-CREDENTIAL REPORT.          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD209.
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
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRDM-MASTER   ASSIGN TO PCDCRDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CRDM-NPI
               FILE STATUS IS WS-CRDM-FILE-STATUS.
           SELECT PCD-NDCM-MASTER   ASSIGN TO PCDNDCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NDCM-NDC-CODE
               FILE STATUS IS WS-NDCM-FILE-STATUS.
           SELECT PCD-SUSPENSE-FILE ASSIGN TO PCDSUSPQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-CRDM-MASTER.
       COPY PCDCRDM.
       FD  PCD-NDCM-MASTER.
       COPY PCDNDCM.
       FD  PCD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDSUSP.
       COPY PCDCLNA.
      **----------------------------------------------------------------*
      **   SCHEDULE CODES IN THE ORDER OF THE PCDCRDM SCHEDULE FLAGS.    *
      **----------------------------------------------------------------*
       01  WS-SCHEDULE-CODE-VALUES     PIC X(012)  VALUE
           '2 2N3 3N4 5 '.
       01  WS-SCHEDULE-CODE-TABLE REDEFINES WS-SCHEDULE-CODE-VALUES.
           05  WS-SCHEDULE-CODE        PIC X(002)  OCCURS 6 TIMES.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CRDM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CRDM-FOUND                       VALUE '00'.
       77  WS-NDCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-NDCM-FOUND                       VALUE '00'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE SPACES.
       77  WS-BATCH-NUM                PIC X(002)  VALUE SPACES.
       77  WS-B0-NPI                   PIC X(010)  VALUE SPACES.
       77  WS-B0-STATE                 PIC X(002)  VALUE SPACES.
       77  WS-B0-DENTIST-LIC-NO        PIC X(015)  VALUE SPACES.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-LINE-PENDING-SW          PIC X(001)  VALUE 'N'.
           88  WS-LINE-PENDING                     VALUE 'Y'.
       77  WS-LINE-PAT-CNTL-NO         PIC X(017)  VALUE SPACES.
       77  WS-LINE-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-LINE-NDC-CODE            PIC X(011)  VALUE SPACES.
       77  WS-LINE-PROV-NPI            PIC X(010)  VALUE SPACES.
       77  WS-LICENSE-NPI              PIC X(010)  VALUE SPACES.
       77  WS-LIC-SUSP-PAT-CNTL-NO     PIC X(017)  VALUE SPACES.
       77  WS-CLIENT-PAT-CNTL-NO       PIC X(017)  VALUE SPACES.
       77  WS-CLIENT-ID                PIC X(006)  VALUE SPACES.
       77  WS-LIC-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DEA-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-SCHED-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CODE-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLIENT-SUB               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FREE-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-LIC-CHECKED-SW           PIC X(001)  VALUE 'N'.
           88  WS-LIC-CHECKED                      VALUE 'Y'.
       77  WS-LIC-VALID-SW             PIC X(001)  VALUE 'N'.
           88  WS-LIC-VALID                        VALUE 'Y'.
       77  WS-DEA-VALID-SW             PIC X(001)  VALUE 'N'.
           88  WS-DEA-VALID                        VALUE 'Y'.
       77  WS-CLIENT-ON-ROW-SW         PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-ON-ROW                    VALUE 'Y'.
       77  WS-LAST-LIC-STATE           PIC X(002)  VALUE SPACES.
       77  WS-LAST-LIC-NO              PIC X(015)  VALUE SPACES.
       77  WS-LAST-LIC-EXPIRE          PIC 9(008)  VALUE ZERO.
       77  WS-SUSP-REASON-CODE         PIC X(006)  VALUE SPACES.
       77  WS-SUSP-REASON-TEXT         PIC X(060)  VALUE SPACES.
       77  WS-LINES-CHECKED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-ON-FILE              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CONTROLLED-FILLS         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LICENSE-SUSPENDED        PIC 9(005)  COMP  VALUE ZERO.
       77  WS-DEA-SUSPENDED            PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN I-O    PCD-CRDM-MASTER
           OPEN INPUT  PCD-NDCM-MASTER
           OPEN OUTPUT PCD-SUSPENSE-FILE
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
      **   2000-PROCESS-RECORDS -- EACH F0 LINE IS HELD UNTIL THE NEXT   *
      **   F0 OR THE X0 SO THE F6/F7 PROVIDER RECORDS THAT FOLLOW IT     *
      **   ARE IN HAND.  ON A PHARMACY FILL THAT PROVIDER IS THE         *
      **   PRESCRIBER (AS PCD149 READS IT); ON ANY OTHER LINE IT IS THE  *
      **   RENDERING PROVIDER.                                           *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
                   MOVE B0-BATCH-TYPE     TO WS-BATCH-TYPE
                   MOVE B0-BATCH-NUM-X    TO WS-BATCH-NUM
                   MOVE B0-NPI            TO WS-B0-NPI
                   MOVE B0-BP-STATE       TO WS-B0-STATE
                   MOVE B0-DENTIST-LIC-NO TO WS-B0-DENTIST-LIC-NO
                   IF B0-PHARMACY-BATCH
                       MOVE 'Y' TO WS-PHARMACY-BATCH-SW
                   ELSE
                       MOVE 'N' TO WS-PHARMACY-BATCH-SW
                   END-IF
               WHEN F0-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
                   PERFORM 2100-OPEN-PENDING-LINE  THRU 2100-EXIT
               WHEN F6-REC
                   IF WS-LINE-PENDING
                      AND F6-NAT-PROV-ID (1:10) > SPACES
                       MOVE F6-NAT-PROV-ID (1:10) TO WS-LINE-PROV-NPI
                   END-IF
               WHEN F7-REC
                   IF WS-LINE-PENDING
                      AND WS-LINE-PROV-NPI = SPACES
                       PERFORM 2200-TAKE-F7-NPI THRU 2200-EXIT
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-FLUSH-PENDING-LINE THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-OPEN-PENDING-LINE.
           SET WS-LINE-PENDING TO TRUE
           MOVE F0-PAT-CNTL-NUM TO WS-LINE-PAT-CNTL-NO
           MOVE SPACES          TO WS-LINE-PROV-NPI
                                   WS-LINE-NDC-CODE
           IF WS-PHARMACY-BATCH
               MOVE F0-NDC-CODE TO WS-LINE-NDC-CODE
           END-IF
           COMPUTE WS-LINE-DOS
               = (F0-FROM-DATE-CC * 1000000)
               + (F0-FROM-DATE-YY * 10000)
               + (F0-FROM-DATE-MM * 100)
               + F0-FROM-DATE-DD.
       2100-EXIT.
           EXIT.
       2200-TAKE-F7-NPI.
           PERFORM VARYING F7-INX FROM 1 BY 1 UNTIL F7-INX > 5
               IF F7-LL-PROV-SEC-ID-REF-QUAL (F7-INX) = 'XX'
               AND F7-LL-PROV-SEC-ID-REF-NUM (F7-INX) > SPACES
               AND WS-LINE-PROV-NPI = SPACES
                   MOVE F7-LL-PROV-SEC-ID-REF-NUM (F7-INX) (1:10)
                       TO WS-LINE-PROV-NPI
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-FLUSH-PENDING-LINE -- THE LINE IS COMPLETE.  THE         *
      **   LICENSE CHECKED IS THE RENDERING PROVIDER'S -- THE LINE       *
      **   PROVIDER WHEN ONE WAS SENT, ELSE THE B0 -- EXCEPT ON A FILL,  *
      **   WHERE THE B0 PHARMACY RENDERS AND THE LINE PROVIDER           *
      **   PRESCRIBED.                                                   *
      **----------------------------------------------------------------*
       3000-FLUSH-PENDING-LINE.
           IF NOT WS-LINE-PENDING
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINES-CHECKED
           IF WS-PHARMACY-BATCH
            OR WS-LINE-PROV-NPI = SPACES
               MOVE WS-B0-NPI        TO WS-LICENSE-NPI
           ELSE
               MOVE WS-LINE-PROV-NPI TO WS-LICENSE-NPI
           END-IF
           IF WS-LINE-PAT-CNTL-NO NOT = WS-LIC-SUSP-PAT-CNTL-NO
               PERFORM 3100-CHECK-LICENSE THRU 3100-EXIT
           END-IF
           IF WS-PHARMACY-BATCH
              AND WS-LINE-NDC-CODE > SPACES
               PERFORM 3200-CHECK-PRESCRIBER-DEA THRU 3200-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-PENDING-SW.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3100-CHECK-LICENSE -- A DENTIST'S B0 LICENSE NUMBER, WHEN ON  *
      **   FILE, IS THE LICENSE CHECKED.  OTHERWISE EVERY LICENSE THE    *
      **   PROVIDER HOLDS IN THE BILLING STATE COUNTS, AND ONE ACTIVE    *
      **   AND UNEXPIRED ON THE DATE OF SERVICE IS ENOUGH.  A PROVIDER   *
      **   NOT ON FILE, OR WITH NO LICENSE IN THAT STATE, IS COUNTED     *
      **   BUT NOT SUSPENDED.  ONE SUSPENSE PER CLAIM.                   *
      **----------------------------------------------------------------*
       3100-CHECK-LICENSE.
           IF WS-LICENSE-NPI = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE WS-LICENSE-NPI TO PCD-CRDM-NPI
           PERFORM 4000-READ-CREDENTIALS THRU 4000-EXIT
           IF NOT WS-CRDM-FOUND
               ADD 1 TO WS-NOT-ON-FILE
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO WS-LIC-CHECKED-SW
                       WS-LIC-VALID-SW
           IF WS-B0-DENTIST-LIC-NO > SPACES
              AND WS-LICENSE-NPI = WS-B0-NPI
               PERFORM 3110-CHECK-DENTIST-LICENSE THRU 3110-EXIT
                   VARYING WS-LIC-SUB FROM 1 BY 1
                   UNTIL WS-LIC-SUB > 5
           END-IF
           IF NOT WS-LIC-CHECKED
               PERFORM 3120-CHECK-STATE-LICENSE THRU 3120-EXIT
                   VARYING WS-LIC-SUB FROM 1 BY 1
                   UNTIL WS-LIC-SUB > 5
           END-IF
           IF NOT WS-LIC-CHECKED
            OR WS-LIC-VALID
               GO TO 3100-EXIT
           END-IF
           MOVE 'LICEXP' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           STRING 'LICENSE '         DELIMITED BY SIZE
                  WS-LAST-LIC-STATE  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-LAST-LIC-NO     DELIMITED BY SPACE
                  ' EXP '            DELIMITED BY SIZE
                  WS-LAST-LIC-EXPIRE DELIMITED BY SIZE
                  ' NPI '            DELIMITED BY SIZE
                  WS-LICENSE-NPI     DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           MOVE WS-LINE-PAT-CNTL-NO TO WS-LIC-SUSP-PAT-CNTL-NO
           ADD 1 TO WS-LICENSE-SUSPENDED.
       3100-EXIT.
           EXIT.
       3110-CHECK-DENTIST-LICENSE.
           IF PCD-CRDM-LIC-NO (WS-LIC-SUB) NOT = WS-B0-DENTIST-LIC-NO
               GO TO 3110-EXIT
           END-IF
           PERFORM 3130-TEST-ONE-LICENSE THRU 3130-EXIT.
       3110-EXIT.
           EXIT.
       3120-CHECK-STATE-LICENSE.
           IF PCD-CRDM-LIC-NO (WS-LIC-SUB) = SPACES
               GO TO 3120-EXIT
           END-IF
           IF WS-B0-STATE > SPACES
              AND PCD-CRDM-LIC-STATE (WS-LIC-SUB) NOT = WS-B0-STATE
               GO TO 3120-EXIT
           END-IF
           PERFORM 3130-TEST-ONE-LICENSE THRU 3130-EXIT.
       3120-EXIT.
           EXIT.
       3130-TEST-ONE-LICENSE.
           SET WS-LIC-CHECKED TO TRUE
           IF PCD-CRDM-LIC-ACTIVE (WS-LIC-SUB)
              AND PCD-CRDM-LIC-EXPIRE-DATE (WS-LIC-SUB)
                  NOT < WS-LINE-DOS
               SET WS-LIC-VALID TO TRUE
           ELSE
               MOVE PCD-CRDM-LIC-STATE (WS-LIC-SUB)
                   TO WS-LAST-LIC-STATE
               MOVE PCD-CRDM-LIC-NO (WS-LIC-SUB)
                   TO WS-LAST-LIC-NO
               MOVE PCD-CRDM-LIC-EXPIRE-DATE (WS-LIC-SUB)
                   TO WS-LAST-LIC-EXPIRE
           END-IF.
       3130-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-PRESCRIBER-DEA -- A FILL OF A CONTROLLED DRUG      *
      **   (SCHEDULE FROM PCDNDCM) NEEDS A PRESCRIBER WITH AN ACTIVE     *
      **   DEA REGISTRATION, UNEXPIRED ON THE FILL DATE, THAT COVERS     *
      **   THE DRUG'S SCHEDULE.                                          *
      **----------------------------------------------------------------*
       3200-CHECK-PRESCRIBER-DEA.
           MOVE WS-LINE-NDC-CODE TO PCD-NDCM-NDC-CODE
           READ PCD-NDCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-NDCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-NDCM-FILE-STATUS
           END-READ
           IF NOT WS-NDCM-FOUND
            OR NOT PCD-NDCM-CONTROLLED
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-CONTROLLED-FILLS
           MOVE ZERO TO WS-SCHED-SUB
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 6
               IF WS-SCHEDULE-CODE (WS-CODE-SUB)
                   = PCD-NDCM-DEA-SCHEDULE
                   MOVE WS-CODE-SUB TO WS-SCHED-SUB
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-DEA-VALID-SW
           IF WS-LINE-PROV-NPI > SPACES
               MOVE WS-LINE-PROV-NPI TO PCD-CRDM-NPI
               PERFORM 4000-READ-CREDENTIALS THRU 4000-EXIT
               IF WS-CRDM-FOUND
                   PERFORM 3210-TEST-ONE-DEA THRU 3210-EXIT
                       VARYING WS-DEA-SUB FROM 1 BY 1
                       UNTIL WS-DEA-SUB > 3
               END-IF
           END-IF
           IF WS-DEA-VALID
               GO TO 3200-EXIT
           END-IF
           MOVE 'RXDEA ' TO WS-SUSP-REASON-CODE
           MOVE SPACES   TO WS-SUSP-REASON-TEXT
           IF WS-LINE-PROV-NPI = SPACES
               STRING 'C-' DELIMITED BY SIZE
                      PCD-NDCM-DEA-SCHEDULE DELIMITED BY SPACE
                      ' NDC ' DELIMITED BY SIZE
                      WS-LINE-NDC-CODE DELIMITED BY SIZE
                      ' - NO PRESCRIBER ON FILL' DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
           ELSE
               STRING 'C-' DELIMITED BY SIZE
                      PCD-NDCM-DEA-SCHEDULE DELIMITED BY SPACE
                      ' NDC ' DELIMITED BY SIZE
                      WS-LINE-NDC-CODE DELIMITED BY SIZE
                      ' - NO VALID DEA FOR ' DELIMITED BY SIZE
                      WS-LINE-PROV-NPI DELIMITED BY SIZE
                   INTO WS-SUSP-REASON-TEXT
           END-IF
           PERFORM 3400-WRITE-SUSPENSE THRU 3400-EXIT
           ADD 1 TO WS-DEA-SUSPENDED.
       3200-EXIT.
           EXIT.
       3210-TEST-ONE-DEA.
           IF PCD-CRDM-DEA-NO (WS-DEA-SUB) = SPACES
            OR NOT PCD-CRDM-DEA-ACTIVE (WS-DEA-SUB)
            OR PCD-CRDM-DEA-EXPIRE-DATE (WS-DEA-SUB) < WS-LINE-DOS
               GO TO 3210-EXIT
           END-IF
           IF WS-SCHED-SUB > ZERO
              AND PCD-CRDM-DEA-SCHED-FLAG (WS-DEA-SUB, WS-SCHED-SUB)
                  = 'Y'
               SET WS-DEA-VALID TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.
       3400-WRITE-SUSPENSE.
           MOVE SPACES              TO PCD-SUSPENSE-REC
           MOVE WS-CURRENT-JOBNUM   TO PCD-SUSP-JOBNUM
           MOVE WS-BATCH-TYPE       TO PCD-SUSP-BATCH-TYPE
           MOVE WS-BATCH-NUM        TO PCD-SUSP-BATCH-NUM
           MOVE WS-LINE-PAT-CNTL-NO TO PCD-SUSP-PAT-CNTL-NO
           MOVE WS-SUSP-REASON-CODE TO PCD-SUSP-REASON-CODE
           MOVE WS-SUSP-REASON-TEXT TO PCD-SUSP-REASON-TEXT
           MOVE 'PCD209'            TO PCD-SUSP-SOURCE-PGM
           MOVE PCD-SUSPENSE-REC    TO FD-SUSPENSE-REC
           WRITE FD-SUSPENSE-REC.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-READ-CREDENTIALS -- ON THE WAY PAST, THE CLAIM'S CLIENT  *
      **   IS RECORDED ON THE PROVIDER'S ROW (UP TO THREE CLIENTS) SO    *
      **   PCD210 KNOWS WHO TO WARN ABOUT AN EXPIRING CREDENTIAL.        *
      **----------------------------------------------------------------*
       4000-READ-CREDENTIALS.
           READ PCD-CRDM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CRDM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CRDM-FILE-STATUS
           END-READ
           IF NOT WS-CRDM-FOUND
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CLAIM-CLIENT THRU 4100-EXIT
           IF WS-CLIENT-ID = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-FREE-SUB
           MOVE 'N'  TO WS-CLIENT-ON-ROW-SW
           PERFORM VARYING WS-CLIENT-SUB FROM 1 BY 1
                   UNTIL WS-CLIENT-SUB > 3
               IF PCD-CRDM-CLIENT-ID (WS-CLIENT-SUB) = WS-CLIENT-ID
                   SET WS-CLIENT-ON-ROW TO TRUE
               END-IF
               IF PCD-CRDM-CLIENT-ID (WS-CLIENT-SUB) = SPACES
               AND WS-FREE-SUB = ZERO
                   MOVE WS-CLIENT-SUB TO WS-FREE-SUB
               END-IF
           END-PERFORM
           IF NOT WS-CLIENT-ON-ROW
              AND WS-FREE-SUB > ZERO
               MOVE WS-CLIENT-ID TO PCD-CRDM-CLIENT-ID (WS-FREE-SUB)
               REWRITE PCD-CRDM-REC
           END-IF.
       4000-EXIT.
           EXIT.
       4100-CLAIM-CLIENT.
           IF WS-LINE-PAT-CNTL-NO = WS-CLIENT-PAT-CNTL-NO
               GO TO 4100-EXIT
           END-IF
           MOVE WS-LINE-PAT-CNTL-NO TO WS-CLIENT-PAT-CNTL-NO
           MOVE 'L'                 TO PCD-CLNA-FUNCTION
           MOVE 'PCD209'            TO PCD-CLNA-CALLER
           MOVE WS-LINE-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD209 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO WS-CLIENT-ID.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-CRDM-MASTER
           CLOSE PCD-NDCM-MASTER
           CLOSE PCD-SUSPENSE-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD209 - LINES CHECKED:           ' WS-LINES-CHECKED
           DISPLAY 'PCD209 - PROVIDER NOT ON PCDCRDM: ' WS-NOT-ON-FILE
           DISPLAY 'PCD209 - CONTROLLED FILLS:        '
               WS-CONTROLLED-FILLS
           DISPLAY 'PCD209 - LICENSE SUSPENSES:       '
               WS-LICENSE-SUSPENDED
           DISPLAY 'PCD209 - PRESCRIBER DEA SUSPENSES: '
               WS-DEA-SUSPENDED.
       9000-EXIT.
           EXIT.
