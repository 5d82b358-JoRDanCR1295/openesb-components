      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD173              SYSTEM: PCDS                  *
      **    X12 275 CLAIM ATTACHMENT BUILDER AND MATCH LOG             *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN AGAINST EACH   *
      **                          PCD101 RECEIVER FILE ALONGSIDE       *
      **                          PCD124, SO THE 275 GOES TO THE SAME  *
      **                          RECEIVER AS THE 837 IT BELONGS TO.   *
      **                          EVERY ATTACHMENT A CLAIM SAYS IS     *
      **                          GOING ELECTRONICALLY (E0             *
      **                          TRANSMISSION TYPE EL WITH THE EA     *
      **                          CONTROL NUMBER, OR AN EW ENTRY WITH  *
      **                          TRANSMISSION CODE EL) IS PAIRED BY   *
      **                          ITS ATTACHMENT CONTROL NUMBER -- THE *
      **                          SAME NUMBER PCD124 SENDS IN THE PWK  *
      **                          -- WITH THE SCANNED DOCUMENT ON THE  *
      **                          PCDATIX IMAGE INDEX.  THE DOCUMENT   *
      **                          MUST BELONG TO THE SAME PATIENT      *
      **                          CONTROL NUMBER AND BE COMPLETE.      *
      **                          EACH ONE GOES OUT AS ITS OWN         *
      **                          005010X210 275 TRANSACTION ON PCD275 *
      **                          (PAYER, BILLING PROVIDER, PATIENT    *
      **                          AND PATIENT CONTROL NUMBER, THE      *
      **                          CONTROL NUMBER IN THE TRN, THE IMAGE *
      **                          IN THE BIN).  THE PCDATTL MATCH LOG  *
      **                          RECORDS WHAT WENT OUT, WHEN AND      *
      **                          UNDER WHICH ST, OR WHY NOT YET; A    *
      **                          SENT ATTACHMENT IS NEVER SENT AGAIN. *
      **                          PCDATTRP LISTS THE RUN FOR           *
      **                          FOLLOW-UP.                           *
      ** RTC    10/15/26          THE E0 ATTACHMENT CONTROL NUMBER IS *
      **                          TAKEN FROM THE EA RECORD, NOT THE   *
      **                          E1, WHICH HAS NO SUCH FIELD.        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD173.
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
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-ATIX-FILE   ASSIGN TO PCDATIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-ATIX-KEY
               FILE STATUS IS WS-ATIX-FILE-STATUS.
           SELECT PCD-ATTL-MASTER ASSIGN TO PCDATTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ATTL-ATTACH-CNTL-NUM
               FILE STATUS IS WS-ATTL-FILE-STATUS.
           SELECT PCD-275-FILE    ASSIGN TO PCD275
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDATTRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-ATIX-FILE.
       COPY PCDATIX.
       FD  PCD-ATTL-MASTER.
       COPY PCDATTL.
       FD  PCD-275-FILE
           RECORDING MODE IS F.
       01  PCD-275-SEGMENT            PIC X(080).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-ATIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ATIX-FOUND                       VALUE '00'.
       77  WS-ATTL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ATTL-FOUND                       VALUE '00'.
       77  WS-CHUNK-END-SW             PIC X(001)  VALUE 'N'.
           88  WS-CHUNK-END                        VALUE 'Y'.
       77  WS-INTERCHANGE-SW           PIC X(001)  VALUE 'N'.
           88  WS-INTERCHANGE-OPEN                 VALUE 'Y'.
       77  WS-D0-TAKEN-SW              PIC X(001)  VALUE 'N'.
           88  WS-D0-TAKEN                         VALUE 'Y'.
       77  WS-E0-ELECTRONIC-SW         PIC X(001)  VALUE 'N'.
           88  WS-E0-ELECTRONIC                    VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-TIME                 PIC 9(008)  VALUE ZERO.
       77  WS-ISA-CTL-NUM              PIC 9(009)  VALUE 1.
       77  WS-ST-CTL-NUM               PIC 9(004)  VALUE ZERO.
       77  WS-SEGMENT-LINE             PIC X(080)  VALUE SPACES.
       77  WS-TX-SEG-COUNT             PIC 9(007)  VALUE ZERO.
       77  WS-SEG-EDIT                 PIC 9(007)  VALUE ZERO.
       77  WS-LINES-WRITTEN            PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   FILE, BATCH AND CLAIM DATA CARRIED TO THE X0.                 *
      **----------------------------------------------------------------*
       77  WS-SUB-EIN                  PIC X(009)  VALUE SPACES.
       77  WS-RECEIVER-ID              PIC X(009)  VALUE SPACES.
       77  WS-BP-ORG-NAME              PIC X(018)  VALUE SPACES.
       77  WS-BP-NPI                   PIC X(010)  VALUE SPACES.
       77  WS-PAT-L-NAME               PIC X(020)  VALUE SPACES.
       77  WS-PAT-F-NAME               PIC X(010)  VALUE SPACES.
       77  WS-PAYOR-ID                 PIC X(005)  VALUE SPACES.
       77  WS-PAYOR-NAME               PIC X(017)  VALUE SPACES.
       77  WS-CLM-PAT-CNTL-NO          PIC X(020)  VALUE SPACES.
       77  WS-E0-REPORT-TYPE           PIC X(002)  VALUE SPACES.
       77  WS-SVC-DATE                 PIC 9(008)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CLAIM'S ELECTRONIC ATTACHMENTS, ONE ENTRY PER DISTINCT    *
      **   CONTROL NUMBER.                                               *
      **----------------------------------------------------------------*
       77  WS-ATT-COUNT                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ATT-SUB                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ATT-FOUND-SW             PIC X(001)  VALUE 'N'.
           88  WS-ATT-ALREADY-LISTED               VALUE 'Y'.
       77  WS-NEW-CNTL-NUM             PIC X(035)  VALUE SPACES.
       77  WS-NEW-REPORT-TYPE          PIC X(002)  VALUE SPACES.
       01  WS-ATT-TABLE.
           05  WS-ATT-ENTRY OCCURS 20 TIMES.
               10  WS-ATT-CNTL-NUM     PIC X(035).
               10  WS-ATT-REPORT-TYPE  PIC X(002).
      **----------------------------------------------------------------*
      **   THE DOCUMENT BEING PAIRED, FROM ITS CHUNK-0000 HEADER.        *
      **----------------------------------------------------------------*
       77  WS-DOC-CNTL-NUM             PIC X(035)  VALUE SPACES.
       77  WS-DOC-REPORT-TYPE          PIC X(002)  VALUE SPACES.
       77  WS-DOC-FORMAT-CD            PIC X(002)  VALUE SPACES.
       77  WS-DOC-BYTE-COUNT           PIC 9(009)  VALUE ZERO.
       77  WS-DOC-CHUNK-COUNT          PIC 9(004)  VALUE ZERO.
       77  WS-CHUNKS-FOUND             PIC 9(004)  VALUE ZERO.
       77  WS-LAST-CHUNK-LEN           PIC S9(009) COMP  VALUE ZERO.
       77  WS-RESULT-TEXT              PIC X(030)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   THE BIN SEGMENT IS WRITTEN AS A STREAM -- EVERY LINE FULL     *
      **   TO THE LAST BYTE UNTIL THE TERMINATOR, SO NO PADDING EVER     *
      **   LANDS INSIDE THE IMAGE.  EVERY OTHER SEGMENT IS ONE LINE.     *
      **----------------------------------------------------------------*
       77  WS-BIN-LINE                 PIC X(080)  VALUE SPACES.
       77  WS-BIN-PTR                  PIC 9(003)  COMP  VALUE 1.
       77  WS-PUT-AREA                 PIC X(080)  VALUE SPACES.
       77  WS-PUT-LEN                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-ROOM                     PIC 9(003)  COMP  VALUE ZERO.
       77  WS-REST                     PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ATTACHMENTS-SEEN         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ATTACHMENTS-SENT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALREADY-SENT-COUNT       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-DOCUMENT-COUNT        PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MISMATCH-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-INCOMPLETE-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TABLE-FULL-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD173 - X12 275 ATTACHMENT MATCH LOG             '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(010)  VALUE
               '  RECEIVER'.
           05  FILLER                  PIC X(001)  VALUE SPACE.
           05  WS-H1-RECEIVER          PIC X(009).
           05  FILLER                  PIC X(045)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               'ATTACHMENT CONTROL NUMBER            PATIENT CNTL '.
           05  FILLER                  PIC X(050)  VALUE
               'NO    PAYER  TY        BYTES  RESULT              '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-D-CNTL-NUM           PIC X(035).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-REPORT-TYPE        PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-BYTES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-RESULT             PIC X(030).
           05  FILLER                  PIC X(022)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-CLOSE-INTERCHANGE THRU 8000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-ATIX-FILE
           OPEN I-O    PCD-ATTL-MASTER
           OPEN OUTPUT PCD-275-FILE
           OPEN OUTPUT PCD-REPORT-FILE
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
      **   2000-PROCESS-RECORDS -- A CLAIM RUNS FROM ITS C0 TO ITS X0;   *
      **   ITS ATTACHMENTS ARE PAIRED AT THE X0.                         *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2050-TAKE-FILE-HEADER THRU 2050-EXIT
               WHEN B0-REC
                   MOVE B0-BP-ORG-NAME TO WS-BP-ORG-NAME
                   MOVE B0-NPI         TO WS-BP-NPI
               WHEN C0-REC
                   PERFORM 2100-OPEN-CLAIM THRU 2100-EXIT
               WHEN D0-REC
                   IF NOT WS-D0-TAKEN
                       MOVE D0-PAYOR-ID   TO WS-PAYOR-ID
                       MOVE D0-PAYOR-NAME TO WS-PAYOR-NAME
                       SET WS-D0-TAKEN    TO TRUE
                   END-IF
               WHEN E0-REC
                   MOVE E0-PAT-CNTL-NUM TO WS-CLM-PAT-CNTL-NO
                   IF E0-ATT-TYPE-EL
                       SET WS-E0-ELECTRONIC TO TRUE
                       MOVE E0-ATTACH-TYPE-CODE-1 TO WS-E0-REPORT-TYPE
                   END-IF
               WHEN EA-REC
                   IF WS-E0-ELECTRONIC
                   AND EA-ATTACH-CNTL-NUM > SPACES
                       MOVE EA-ATTACH-CNTL-NUM TO WS-NEW-CNTL-NUM
                       MOVE WS-E0-REPORT-TYPE  TO WS-NEW-REPORT-TYPE
                       PERFORM 2300-LIST-ATTACHMENT THRU 2300-EXIT
                   END-IF
               WHEN EW-REC
                   PERFORM 2200-TAKE-EW-ENTRIES THRU 2200-EXIT
               WHEN F0-REC
                   IF WS-SVC-DATE = ZERO
                       COMPUTE WS-SVC-DATE
                           = (F0-FROM-DATE-CC * 1000000)
                           + (F0-FROM-DATE-YY * 10000)
                           + (F0-FROM-DATE-MM * 100)
                           + F0-FROM-DATE-DD
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                           UNTIL WS-ATT-SUB > WS-ATT-COUNT
                       PERFORM 2400-PAIR-ATTACHMENT THRU 2400-EXIT
                   END-PERFORM
                   MOVE ZERO TO WS-ATT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2050-TAKE-FILE-HEADER.
           MOVE A0-SUB-EIN-X   TO WS-SUB-EIN
           MOVE A0-RECEIVER-ID TO WS-RECEIVER-ID
           IF WS-H1-RECEIVER = SPACES
               MOVE WS-RUN-DATE         TO WS-H1-RUN-DATE
               MOVE WS-RECEIVER-ID      TO WS-H1-RECEIVER
               MOVE WS-REPORT-HEADING-1 TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
               MOVE WS-REPORT-HEADING-2 TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF.
       2050-EXIT.
           EXIT.
       2100-OPEN-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE C0-PAT-L-NAME     TO WS-PAT-L-NAME
           MOVE C0-PAT-F-NAME     TO WS-PAT-F-NAME
           MOVE C0-PAT-CNTL-NUM   TO WS-CLM-PAT-CNTL-NO
           MOVE SPACES            TO WS-PAYOR-ID
                                     WS-PAYOR-NAME
                                     WS-E0-REPORT-TYPE
           MOVE 'N'               TO WS-D0-TAKEN-SW
                                     WS-E0-ELECTRONIC-SW
           MOVE ZERO              TO WS-SVC-DATE
                                     WS-ATT-COUNT.
       2100-EXIT.
           EXIT.
       2200-TAKE-EW-ENTRIES.
           PERFORM VARYING EW-INX FROM 1 BY 1 UNTIL EW-INX > 4
               IF EW-ATT-XMIT-CD (EW-INX) = 'EL'
               AND EW-ATT-CNTL-NUM (EW-INX) > SPACES
                   MOVE EW-ATT-CNTL-NUM (EW-INX) TO WS-NEW-CNTL-NUM
                   MOVE EW-ATT-CD (EW-INX)       TO WS-NEW-REPORT-TYPE
                   PERFORM 2300-LIST-ATTACHMENT THRU 2300-EXIT
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-LIST-ATTACHMENT -- THE SAME CONTROL NUMBER ON THE EA     *
      **   AND AN EW IS ONE DOCUMENT.                                    *
      **----------------------------------------------------------------*
       2300-LIST-ATTACHMENT.
           MOVE 'N' TO WS-ATT-FOUND-SW
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                   UNTIL WS-ATT-SUB > WS-ATT-COUNT
               IF WS-ATT-CNTL-NUM (WS-ATT-SUB) = WS-NEW-CNTL-NUM
                   SET WS-ATT-ALREADY-LISTED TO TRUE
                   IF WS-ATT-REPORT-TYPE (WS-ATT-SUB) = SPACES
                       MOVE WS-NEW-REPORT-TYPE
                           TO WS-ATT-REPORT-TYPE (WS-ATT-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ATT-ALREADY-LISTED
               GO TO 2300-EXIT
           END-IF
           IF WS-ATT-COUNT = 20
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ATT-COUNT
           MOVE WS-NEW-CNTL-NUM    TO WS-ATT-CNTL-NUM    (WS-ATT-COUNT)
           MOVE WS-NEW-REPORT-TYPE TO WS-ATT-REPORT-TYPE (WS-ATT-COUNT).
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-PAIR-ATTACHMENT -- LOOK THE CONTROL NUMBER UP ON THE     *
      **   MATCH LOG (SENT BEFORE?) AND THE IMAGE INDEX (SCANNED YET?),  *
      **   SEND IT IF IT IS READY, AND LOG THE OUTCOME EITHER WAY.       *
      **----------------------------------------------------------------*
       2400-PAIR-ATTACHMENT.
           ADD 1 TO WS-ATTACHMENTS-SEEN
           MOVE WS-ATT-CNTL-NUM (WS-ATT-SUB) TO WS-DOC-CNTL-NUM
           MOVE WS-DOC-CNTL-NUM TO PCD-ATTL-ATTACH-CNTL-NUM
           READ PCD-ATTL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ATTL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ATTL-FILE-STATUS
           END-READ
           IF WS-ATTL-FOUND AND PCD-ATTL-SENT
               ADD 1 TO WS-ALREADY-SENT-COUNT
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'ALREADY SENT ' DELIMITED BY SIZE
                      PCD-ATTL-SENT-DATE DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               MOVE PCD-ATTL-BYTE-COUNT TO WS-DOC-BYTE-COUNT
               PERFORM 2900-REPORT-ATTACHMENT THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF NOT WS-ATTL-FOUND
               MOVE SPACES          TO PCD-ATTL-REC
               MOVE WS-DOC-CNTL-NUM TO PCD-ATTL-ATTACH-CNTL-NUM
               MOVE WS-RUN-DATE     TO PCD-ATTL-FIRST-SEEN-DATE
               MOVE ZERO            TO PCD-ATTL-TRY-COUNT
                                       PCD-ATTL-SENT-DATE
                                       PCD-ATTL-SENT-TIME
                                       PCD-ATTL-ST-CTL-NUM
                                       PCD-ATTL-BYTE-COUNT
           END-IF
           MOVE WS-CLM-PAT-CNTL-NO TO PCD-ATTL-PAT-CNTL-NO
           MOVE WS-PAYOR-ID        TO PCD-ATTL-PAYOR-ID
           MOVE WS-RECEIVER-ID     TO PCD-ATTL-RECEIVER-ID
           MOVE WS-ATT-REPORT-TYPE (WS-ATT-SUB)
                                   TO PCD-ATTL-REPORT-TYPE
           MOVE WS-RUN-DATE        TO PCD-ATTL-LAST-TRY-DATE
           IF PCD-ATTL-TRY-COUNT < 999
               ADD 1 TO PCD-ATTL-TRY-COUNT
           END-IF
           MOVE ZERO TO WS-DOC-BYTE-COUNT
           PERFORM 2410-CHECK-DOCUMENT THRU 2410-EXIT
           IF PCD-ATTL-SENT
               PERFORM 2500-WRITE-275 THRU 2500-EXIT
           END-IF
           IF WS-ATTL-FOUND
               REWRITE PCD-ATTL-REC
           ELSE
               WRITE PCD-ATTL-REC
           END-IF
           PERFORM 2900-REPORT-ATTACHMENT THRU 2900-EXIT.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2410-CHECK-DOCUMENT -- SETS THE LOG STATUS.  SENT HERE MEANS  *
      **   READY TO SEND: SCANNED, SAME PATIENT CONTROL NUMBER, AND      *
      **   EVERY CHUNK PRESENT AND IN ORDER FOR THE BYTE COUNT.          *
      **----------------------------------------------------------------*
       2410-CHECK-DOCUMENT.
           MOVE WS-DOC-CNTL-NUM TO PCD-ATIX-ATTACH-CNTL-NUM
           MOVE ZERO            TO PCD-ATIX-CHUNK-SEQ
           READ PCD-ATIX-FILE
               INVALID KEY
                   MOVE '23' TO WS-ATIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ATIX-FILE-STATUS
           END-READ
           IF NOT WS-ATIX-FOUND
               SET PCD-ATTL-NO-DOCUMENT TO TRUE
               ADD 1 TO WS-NO-DOCUMENT-COUNT
               MOVE 'NO SCANNED DOCUMENT ON FILE' TO WS-RESULT-TEXT
               GO TO 2410-EXIT
           END-IF
           IF PCD-ATIX-PAT-CNTL-NO NOT = WS-CLM-PAT-CNTL-NO
               SET PCD-ATTL-PCN-MISMATCH TO TRUE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 'DOCUMENT IS FOR ANOTHER CLAIM' TO WS-RESULT-TEXT
               GO TO 2410-EXIT
           END-IF
           MOVE PCD-ATIX-REPORT-TYPE TO WS-DOC-REPORT-TYPE
           MOVE PCD-ATIX-FORMAT-CD   TO WS-DOC-FORMAT-CD
           MOVE PCD-ATIX-BYTE-COUNT  TO WS-DOC-BYTE-COUNT
           MOVE PCD-ATIX-CHUNK-COUNT TO WS-DOC-CHUNK-COUNT
           IF PCD-ATTL-REPORT-TYPE = SPACES
               MOVE WS-DOC-REPORT-TYPE TO PCD-ATTL-REPORT-TYPE
           END-IF
           MOVE ZERO TO WS-CHUNKS-FOUND
           PERFORM 2420-START-CHUNKS THRU 2420-EXIT
           PERFORM 2430-COUNT-ONE-CHUNK THRU 2430-EXIT
               UNTIL WS-CHUNK-END
           COMPUTE WS-LAST-CHUNK-LEN
               = WS-DOC-BYTE-COUNT - ((WS-DOC-CHUNK-COUNT - 1) * 80)
           IF WS-DOC-CHUNK-COUNT = ZERO
            OR WS-CHUNKS-FOUND NOT = WS-DOC-CHUNK-COUNT
            OR WS-LAST-CHUNK-LEN < 1
            OR WS-LAST-CHUNK-LEN > 80
               SET PCD-ATTL-INCOMPLETE TO TRUE
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE 'IMAGE INCOMPLETE ON INDEX' TO WS-RESULT-TEXT
               GO TO 2410-EXIT
           END-IF
           SET PCD-ATTL-SENT TO TRUE.
       2410-EXIT.
           EXIT.
       2420-START-CHUNKS.
           MOVE 'N'             TO WS-CHUNK-END-SW
           MOVE WS-DOC-CNTL-NUM TO PCD-ATIX-ATTACH-CNTL-NUM
           MOVE 1               TO PCD-ATIX-CHUNK-SEQ
           START PCD-ATIX-FILE KEY IS NOT LESS THAN PCD-ATIX-KEY
               INVALID KEY
                   SET WS-CHUNK-END TO TRUE
           END-START.
       2420-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2430-COUNT-ONE-CHUNK -- STOPS AT THE NEXT DOCUMENT OR AT A    *
      **   GAP IN THE SEQUENCE.                                          *
      **----------------------------------------------------------------*
       2430-COUNT-ONE-CHUNK.
           PERFORM 2440-READ-NEXT-CHUNK THRU 2440-EXIT
           IF NOT WS-CHUNK-END
               ADD 1 TO WS-CHUNKS-FOUND
           END-IF.
       2430-EXIT.
           EXIT.
       2440-READ-NEXT-CHUNK.
           READ PCD-ATIX-FILE NEXT RECORD
               AT END
                   SET WS-CHUNK-END TO TRUE
                   GO TO 2440-EXIT
           END-READ
           IF PCD-ATIX-ATTACH-CNTL-NUM NOT = WS-DOC-CNTL-NUM
            OR PCD-ATIX-CHUNK-SEQ NOT = WS-CHUNKS-FOUND + 1
               SET WS-CHUNK-END TO TRUE
           END-IF.
       2440-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-WRITE-275 -- ONE ST/SE PER DOCUMENT.  THE TRN CARRIES    *
      **   THE ATTACHMENT CONTROL NUMBER THE PAYER HOLDS FROM THE 837    *
      **   PWK; REF*EJ THE PATIENT CONTROL NUMBER FROM THE CLM.          *
      **----------------------------------------------------------------*
       2500-WRITE-275.
           IF NOT WS-INTERCHANGE-OPEN
               PERFORM 2510-OPEN-INTERCHANGE THRU 2510-EXIT
           END-IF
           ADD 1 TO WS-ST-CTL-NUM
           MOVE ZERO TO WS-TX-SEG-COUNT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'ST*275*' DELIMITED BY SIZE
                  WS-ST-CTL-NUM DELIMITED BY SIZE
                  '*005010X210~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'BGN*11*' DELIMITED BY SIZE
                  WS-DOC-CNTL-NUM DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'NM1*PR*2*' DELIMITED BY SIZE
                  WS-PAYOR-NAME DELIMITED BY '  '
                  '*****PI*' DELIMITED BY SIZE
                  WS-PAYOR-ID DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'NM1*1P*2*' DELIMITED BY SIZE
                  WS-BP-ORG-NAME DELIMITED BY '  '
                  '*****XX*' DELIMITED BY SIZE
                  WS-BP-NPI DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'NM1*QC*1*' DELIMITED BY SIZE
                  WS-PAT-L-NAME DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  WS-PAT-F-NAME DELIMITED BY '  '
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'REF*EJ*' DELIMITED BY SIZE
                  WS-CLM-PAT-CNTL-NO DELIMITED BY '  '
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE 'LX*1~' TO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'TRN*2*' DELIMITED BY SIZE
                  WS-DOC-CNTL-NUM DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           IF WS-SVC-DATE > ZERO
               MOVE SPACES TO WS-SEGMENT-LINE
               STRING 'DTP*472*D8*' DELIMITED BY SIZE
                      WS-SVC-DATE DELIMITED BY SIZE
                      '~' DELIMITED BY SIZE
                   INTO WS-SEGMENT-LINE
               PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           END-IF
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'CAT*AE*' DELIMITED BY SIZE
                  WS-DOC-FORMAT-CD DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE 'EFI*05~' TO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           PERFORM 2600-WRITE-BIN THRU 2600-EXIT
           COMPUTE WS-SEG-EDIT = WS-TX-SEG-COUNT + 1
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'SE*' DELIMITED BY SIZE
                  WS-SEG-EDIT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-ST-CTL-NUM DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE WS-RUN-DATE         TO PCD-ATTL-SENT-DATE
           MOVE WS-RUN-TIME (1:4)   TO PCD-ATTL-SENT-TIME
           MOVE WS-ST-CTL-NUM       TO PCD-ATTL-ST-CTL-NUM
           MOVE WS-DOC-BYTE-COUNT   TO PCD-ATTL-BYTE-COUNT
           ADD 1 TO WS-ATTACHMENTS-SENT
           MOVE SPACES TO WS-RESULT-TEXT
           STRING 'SENT ON 275 ST ' DELIMITED BY SIZE
                  WS-ST-CTL-NUM DELIMITED BY SIZE
               INTO WS-RESULT-TEXT.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2510-OPEN-INTERCHANGE -- 5010 ISA/GS FOR THE RECEIVER THIS    *
      **   FILE WAS SPLIT FOR; FUNCTIONAL GROUP PI (PATIENT              *
      **   INFORMATION).                                                 *
      **----------------------------------------------------------------*
       2510-OPEN-INTERCHANGE.
           SET WS-INTERCHANGE-OPEN TO TRUE
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'ISA*00*          *00*          *30*'
                   DELIMITED BY SIZE
                  WS-SUB-EIN         DELIMITED BY SIZE
                  '      *30*'       DELIMITED BY SIZE
                  WS-RECEIVER-ID     DELIMITED BY SIZE
                  '      *'          DELIMITED BY SIZE
                  WS-RUN-DATE (3:6)  DELIMITED BY SIZE
                  '*'                DELIMITED BY SIZE
                  WS-RUN-TIME (1:4)  DELIMITED BY SIZE
                  '*^*00501*'        DELIMITED BY SIZE
                  WS-ISA-CTL-NUM     DELIMITED BY SIZE
                  '*0*P*:~'          DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'GS*PI*' DELIMITED BY SIZE
                  WS-SUB-EIN DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RECEIVER-ID DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
                  '*1*X*005010X210~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       2510-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-WRITE-BIN -- BIN01 IS THE IMAGE BYTE COUNT; THE IMAGE    *
      **   FOLLOWS THE SECOND SEPARATOR DIRECTLY, CHUNK BY CHUNK, THE    *
      **   LAST CHUNK CUT TO THE BYTES IT REALLY HOLDS.  COUNTS AS ONE   *
      **   SEGMENT HOWEVER MANY LINES IT TAKES.                          *
      **----------------------------------------------------------------*
       2600-WRITE-BIN.
           MOVE SPACES TO WS-BIN-LINE
           MOVE 1      TO WS-BIN-PTR
           MOVE SPACES TO WS-PUT-AREA
           STRING 'BIN*' DELIMITED BY SIZE
                  WS-DOC-BYTE-COUNT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
               INTO WS-PUT-AREA
           MOVE 14 TO WS-PUT-LEN
           PERFORM 2700-PUT-BIN-BYTES THRU 2700-EXIT
           MOVE ZERO TO WS-CHUNKS-FOUND
           PERFORM 2420-START-CHUNKS THRU 2420-EXIT
           PERFORM 2610-PUT-ONE-CHUNK THRU 2610-EXIT
               UNTIL WS-CHUNK-END
                  OR WS-CHUNKS-FOUND = WS-DOC-CHUNK-COUNT
           MOVE '~' TO WS-PUT-AREA
           MOVE 1   TO WS-PUT-LEN
           PERFORM 2700-PUT-BIN-BYTES THRU 2700-EXIT
           IF WS-BIN-PTR > 1
               PERFORM 2710-FLUSH-BIN-LINE THRU 2710-EXIT
           END-IF
           ADD 1 TO WS-TX-SEG-COUNT.
       2600-EXIT.
           EXIT.
       2610-PUT-ONE-CHUNK.
           PERFORM 2440-READ-NEXT-CHUNK THRU 2440-EXIT
           IF WS-CHUNK-END
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-CHUNKS-FOUND
           MOVE PCD-ATIX-DATA TO WS-PUT-AREA
           IF WS-CHUNKS-FOUND = WS-DOC-CHUNK-COUNT
               MOVE WS-LAST-CHUNK-LEN TO WS-PUT-LEN
           ELSE
               MOVE 80 TO WS-PUT-LEN
           END-IF
           PERFORM 2700-PUT-BIN-BYTES THRU 2700-EXIT.
       2610-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2700-PUT-BIN-BYTES -- APPEND WS-PUT-LEN BYTES TO THE LINE,    *
      **   WRITING IT OUT EACH TIME IT FILLS.                            *
      **----------------------------------------------------------------*
       2700-PUT-BIN-BYTES.
           COMPUTE WS-ROOM = 81 - WS-BIN-PTR
           IF WS-PUT-LEN NOT > WS-ROOM
               MOVE WS-PUT-AREA (1:WS-PUT-LEN)
                   TO WS-BIN-LINE (WS-BIN-PTR:WS-PUT-LEN)
               ADD WS-PUT-LEN TO WS-BIN-PTR
           ELSE
               MOVE WS-PUT-AREA (1:WS-ROOM)
                   TO WS-BIN-LINE (WS-BIN-PTR:WS-ROOM)
               PERFORM 2710-FLUSH-BIN-LINE THRU 2710-EXIT
               COMPUTE WS-REST = WS-PUT-LEN - WS-ROOM
               MOVE WS-PUT-AREA (WS-ROOM + 1:WS-REST)
                   TO WS-BIN-LINE (1:WS-REST)
               COMPUTE WS-BIN-PTR = WS-REST + 1
           END-IF
           IF WS-BIN-PTR > 80
               PERFORM 2710-FLUSH-BIN-LINE THRU 2710-EXIT
           END-IF.
       2700-EXIT.
           EXIT.
       2710-FLUSH-BIN-LINE.
           MOVE WS-BIN-LINE TO PCD-275-SEGMENT
           WRITE PCD-275-SEGMENT
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO WS-BIN-LINE
           MOVE 1      TO WS-BIN-PTR.
       2710-EXIT.
           EXIT.
       2900-REPORT-ATTACHMENT.
           MOVE WS-DOC-CNTL-NUM      TO WS-D-CNTL-NUM
           MOVE WS-CLM-PAT-CNTL-NO   TO WS-D-PAT-CNTL-NO
           MOVE WS-PAYOR-ID          TO WS-D-PAYOR-ID
           MOVE WS-ATT-REPORT-TYPE (WS-ATT-SUB) TO WS-D-REPORT-TYPE
           MOVE WS-DOC-BYTE-COUNT    TO WS-D-BYTES
           MOVE WS-RESULT-TEXT       TO WS-D-RESULT
           MOVE WS-REPORT-DETAIL     TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE.
       2900-EXIT.
           EXIT.
       3000-WRITE-SEGMENT.
           MOVE WS-SEGMENT-LINE TO PCD-275-SEGMENT
           WRITE PCD-275-SEGMENT
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-TX-SEG-COUNT.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-CLOSE-INTERCHANGE -- GE01 IS THE NUMBER OF 275S SENT.    *
      **----------------------------------------------------------------*
       8000-CLOSE-INTERCHANGE.
           IF NOT WS-INTERCHANGE-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'GE*' DELIMITED BY SIZE
                  WS-ST-CTL-NUM DELIMITED BY SIZE
                  '*1~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT
           MOVE SPACES TO WS-SEGMENT-LINE
           STRING 'IEA*1*' DELIMITED BY SIZE
                  WS-ISA-CTL-NUM DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-SEGMENT-LINE
           PERFORM 3000-WRITE-SEGMENT THRU 3000-EXIT.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-ATIX-FILE
           CLOSE PCD-ATTL-MASTER
           CLOSE PCD-275-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD173 - CLAIMS READ:           ' WS-CLAIMS-READ
           DISPLAY 'PCD173 - ELECTRONIC ATTACHMENTS: '
               WS-ATTACHMENTS-SEEN
           DISPLAY 'PCD173 - SENT ON 275:           '
               WS-ATTACHMENTS-SENT
           DISPLAY 'PCD173 - SENT ON AN EARLIER RUN: '
               WS-ALREADY-SENT-COUNT
           DISPLAY 'PCD173 - NOT YET SCANNED:       '
               WS-NO-DOCUMENT-COUNT
           DISPLAY 'PCD173 - FOR ANOTHER CLAIM:     '
               WS-MISMATCH-COUNT
           DISPLAY 'PCD173 - IMAGE INCOMPLETE:      '
               WS-INCOMPLETE-COUNT
           DISPLAY 'PCD173 - OVER 20 ON ONE CLAIM:  '
               WS-TABLE-FULL-COUNT
           DISPLAY 'PCD173 - 275 LINES WRITTEN:     '
               WS-LINES-WRITTEN.
       9000-EXIT.
           EXIT.
