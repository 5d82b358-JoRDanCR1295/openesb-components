      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD179           SYSTEM: PCDS                     *
      **    ACCOUNTING OF DISCLOSURES -- ACCESSES TO ONE PERSON        *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  RUN ON REQUEST     *
      **                          WHEN A PATIENT ASKS WHO HAS LOOKED   *
      **                          AT THEIR RECORDS.  THE PCDDISP CARD  *
      **                          NAMES THE PCDEPIM PERSON ID (COLS    *
      **                          1-9) OR, FOR A PATIENT NOT ON THE    *
      **                          INDEX, A PATIENT CONTROL NUMBER      *
      **                          (COLS 10-29), AND THE FROM AND THRU  *
      **                          DATES (COLS 30-37 AND 38-45,         *
      **                          CCYYMMDD; NO FROM DATE MEANS FROM    *
      **                          THE START OF THE LOG, NO THRU DATE   *
      **                          MEANS THE RUN DATE).  EVERY PCDDISL  *
      **                          ACCESS-LOG ROW IN THE RANGE FOR THAT *
      **                          PERSON -- BY PERSON ID, OR BY ANY OF *
      **                          THE PERSON'S PCDEPIM ALIAS PCNS FOR  *
      **                          ROWS LOGGED BEFORE THE PCN RESOLVED  *
      **                          -- IS LISTED ON PCDDISRP WITH THE    *
      **                          DATE AND TIME, THE OPERATOR AND      *
      **                          THEIR PCDOPRD NAME, THE PROGRAM AND  *
      **                          WHAT WAS SHOWN.                      *
      ** RTC    10/15/26          PCD177M SSN TOKEN LOOKUPS ARE LOGGED *
      **                          WITH NO PCN, ONLY THE TOKEN IN THE   *
      **                          ITEM KEY.  SUCH A ROW IS NOW LISTED  *
      **                          WHEN ITS TOKEN IS ONE OF THE         *
      **                          PERSON'S PCDEPIM ALIAS INSURED IDS.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD179.
       AUTHOR.        DATA SECURITY UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-PARM-FILE    ASSIGN TO PCDDISP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-DISL-FILE    ASSIGN TO PCDDISL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-OPRD-FILE    ASSIGN TO PCDOPRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRD-FILE-STATUS.
           SELECT PCD-EPIM-MASTER  ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-REPORT-FILE  ASSIGN TO PCDDISRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-DISL-FILE
           RECORDING MODE IS F.
       COPY PCDDISL.
       FD  PCD-OPRD-FILE
           RECORDING MODE IS F.
       COPY PCDOPRD.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PARM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-PARM-END-OF-FILE                 VALUE 'Y'.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-OPRD-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-OPRD-END-OF-FILE                 VALUE 'Y'.
       77  WS-MATCH-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-ROW-MATCHES                      VALUE 'Y'.
       77  WS-OPRD-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-REQ-PERSON-ID            PIC 9(009)  VALUE ZERO.
       77  WS-REQ-PAT-CNTL-NO          PIC X(020)  VALUE SPACES.
       77  WS-REQ-FROM-DATE            PIC 9(008)  VALUE ZERO.
       77  WS-REQ-THRU-DATE            PIC 9(008)  VALUE ZERO.
       77  WS-REQ-PERSON-NAME          PIC X(032)  VALUE SPACES.
       77  WS-ALIAS-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-OPR-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OPR-COUNT                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OPR-MAX                  PIC 9(004)  COMP  VALUE 500.
       77  WS-LOG-RECS-READ            PIC 9(009)  COMP  VALUE ZERO.
       77  WS-ACCESSES-LISTED          PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE PERSON'S OWN PCNS OFF PCDEPIM.  A ROW LOGGED WITH NO      *
      **   PERSON ID STILL BELONGS TO THEM IF ITS PCN IS ONE OF THESE.   *
      **   THEIR INSURED ID TOKENS MATCH THE PCD177M TOKEN LOOKUPS.      *
      **----------------------------------------------------------------*
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-COUNT          PIC 9(002)  COMP  VALUE ZERO.
           05  WS-ALIAS-PCN OCCURS 10 TIMES
                                       PIC X(017).
       01  WS-INS-TOKEN-TABLE.
           05  WS-INS-TOKEN-COUNT      PIC 9(002)  COMP  VALUE ZERO.
           05  WS-INS-TOKEN OCCURS 10 TIMES
                                       PIC X(017).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
               10  WS-OP-OPERATOR-ID   PIC X(008).
               10  WS-OP-NAME          PIC X(032).
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(044)  VALUE
               'PCD179 - ACCOUNTING OF DISCLOSURES - PERSON '.
           05  WS-H1-PERSON-ID         PIC 9(009).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-H1-PERSON-NAME       PIC X(032).
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(028)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(020)  VALUE
               'PATIENT CONTROL NO  '.
           05  WS-H2-PAT-CNTL-NO       PIC X(020).
           05  FILLER                  PIC X(014)  VALUE
               '  ACCESSES ON '.
           05  WS-H2-FROM-DATE         PIC 9(008).
           05  FILLER                  PIC X(006)  VALUE ' THRU '.
           05  WS-H2-THRU-DATE         PIC 9(008).
           05  FILLER                  PIC X(056)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               '  DATE      TIME    OPERATOR  OPERATOR NAME       '.
           05  FILLER                  PIC X(050)  VALUE
               '              PROGRAM   PAT-CNTL-NO           ITEM'.
           05  FILLER                  PIC X(032)  VALUE
               ' SHOWN                          '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACCESS-DATE        PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACCESS-TIME        PIC 9(006).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OPERATOR-ID        PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-OPERATOR-NAME      PIC X(032).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SOURCE-PGM         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ITEM-KEY           PIC X(036).
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(019)  VALUE
               '  ACCESSES LISTED: '.
           05  WS-T-ACCESSES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(106)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-LOAD-OPERATORS  THRU 2000-EXIT
           PERFORM 3000-LIST-ACCESSES   THRU 3000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- A CARD WITH NEITHER A PERSON ID NOR A PCN  *
      **   HAS NOBODY TO REPORT ON.                                      *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ
           CLOSE PCD-PARM-FILE
           IF WS-PARM-END-OF-FILE
               DISPLAY 'PCD179 - NO PCDDISP CARD - RUN STOPPED'
               STOP RUN
           END-IF
           IF FD-PARM-REC (1:9) IS NUMERIC
               MOVE FD-PARM-REC (1:9) TO WS-REQ-PERSON-ID
           END-IF
           MOVE FD-PARM-REC (10:20) TO WS-REQ-PAT-CNTL-NO
           IF FD-PARM-REC (30:8) IS NUMERIC
               MOVE FD-PARM-REC (30:8) TO WS-REQ-FROM-DATE
           END-IF
           IF FD-PARM-REC (38:8) IS NUMERIC
               MOVE FD-PARM-REC (38:8) TO WS-REQ-THRU-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-REQ-THRU-DATE
           END-IF
           IF WS-REQ-PERSON-ID = ZERO
              AND WS-REQ-PAT-CNTL-NO = SPACES
               DISPLAY 'PCD179 - NO PERSON ID OR PCN ON PCDDISP CARD'
                   ' - RUN STOPPED'
               STOP RUN
           END-IF
           IF WS-REQ-PERSON-ID > ZERO
               PERFORM 1100-READ-PERSON THRU 1100-EXIT
           END-IF
           OPEN INPUT  PCD-DISL-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-REQ-PERSON-ID   TO WS-H1-PERSON-ID
           MOVE WS-REQ-PERSON-NAME TO WS-H1-PERSON-NAME
           MOVE WS-RUN-DATE        TO WS-H1-RUN-DATE
           MOVE WS-REQ-PAT-CNTL-NO TO WS-H2-PAT-CNTL-NO
           MOVE WS-REQ-FROM-DATE   TO WS-H2-FROM-DATE
           MOVE WS-REQ-THRU-DATE   TO WS-H2-THRU-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3
           PERFORM 3100-READ-DISL-FILE THRU 3100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PERSON.
           OPEN INPUT PCD-EPIM-MASTER
           MOVE WS-REQ-PERSON-ID TO PCD-EPIM-PERSON-ID
           READ PCD-EPIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIM-FILE-STATUS
           END-READ
           IF WS-EPIM-FOUND
               STRING PCD-EPIM-PAT-L-NAME DELIMITED BY '  '
                      ', '                DELIMITED BY SIZE
                      PCD-EPIM-PAT-F-NAME DELIMITED BY '  '
                   INTO WS-REQ-PERSON-NAME
               MOVE ZERO TO WS-ALIAS-COUNT
                            WS-INS-TOKEN-COUNT
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > PCD-EPIM-ALIAS-COUNT
                          OR WS-ALIAS-SUB > 10
                   IF PCD-EPIM-ALIAS-PCN (WS-ALIAS-SUB) NOT = SPACES
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE PCD-EPIM-ALIAS-PCN (WS-ALIAS-SUB)
                           TO WS-ALIAS-PCN (WS-ALIAS-COUNT)
                   END-IF
                   IF PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB) NOT = SPACES
                       ADD 1 TO WS-INS-TOKEN-COUNT
                       MOVE PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB)
                           TO WS-INS-TOKEN (WS-INS-TOKEN-COUNT)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'NOT ON PCDEPIM' TO WS-REQ-PERSON-NAME
           END-IF
           CLOSE PCD-EPIM-MASTER.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-OPERATORS -- NAMES FOR THE REPORT.  AN OPERATOR ID  *
      **   NOT ON PCDOPRD IS LISTED WITHOUT ONE.                         *
      **----------------------------------------------------------------*
       2000-LOAD-OPERATORS.
           OPEN INPUT PCD-OPRD-FILE
           IF WS-OPRD-FILE-STATUS NOT = '00'
               DISPLAY 'PCD179 - PCDOPRD NOT AVAILABLE, STATUS '
                   WS-OPRD-FILE-STATUS ' - OPERATOR NAMES OMITTED'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
               UNTIL WS-OPRD-END-OF-FILE
           CLOSE PCD-OPRD-FILE.
       2000-EXIT.
           EXIT.
       2100-LOAD-ONE-OPERATOR.
           READ PCD-OPRD-FILE
               AT END
                   SET WS-OPRD-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF WS-OPR-COUNT NOT < WS-OPR-MAX
               DISPLAY 'PCD179 - PCDOPRD OVER 500 ROWS, IGNORED: '
                   PCD-OPRD-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE PCD-OPRD-OPERATOR-ID TO WS-OP-OPERATOR-ID (WS-OPR-COUNT)
           MOVE SPACES               TO WS-OP-NAME (WS-OPR-COUNT)
           STRING PCD-OPRD-L-NAME DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  PCD-OPRD-F-NAME DELIMITED BY '  '
               INTO WS-OP-NAME (WS-OPR-COUNT).
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-LIST-ACCESSES -- THE LOG IS IN ACCESS ORDER ALREADY, SO  *
      **   THE LISTING IS TOO.                                           *
      **----------------------------------------------------------------*
       3000-LIST-ACCESSES.
           ADD 1 TO WS-LOG-RECS-READ
           IF PCD-DISL-ACCESS-DATE NOT < WS-REQ-FROM-DATE
              AND PCD-DISL-ACCESS-DATE NOT > WS-REQ-THRU-DATE
               PERFORM 3200-MATCH-PERSON THRU 3200-EXIT
               IF WS-ROW-MATCHES
                   PERFORM 3300-WRITE-ACCESS THRU 3300-EXIT
               END-IF
           END-IF
           PERFORM 3100-READ-DISL-FILE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
       3100-READ-DISL-FILE.
           READ PCD-DISL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
       3200-MATCH-PERSON.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF WS-REQ-PERSON-ID > ZERO
              AND PCD-DISL-PERSON-ID = WS-REQ-PERSON-ID
               SET WS-ROW-MATCHES TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF PCD-DISL-SOURCE-PGM = 'PCD177M'
              AND PCD-DISL-PAT-CNTL-NO = SPACES
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > WS-INS-TOKEN-COUNT
                   IF PCD-DISL-ITEM-KEY (1:17)
                          = WS-INS-TOKEN (WS-ALIAS-SUB)
                       SET WS-ROW-MATCHES TO TRUE
                   END-IF
               END-PERFORM
               GO TO 3200-EXIT
           END-IF
           IF PCD-DISL-PAT-CNTL-NO = SPACES
               GO TO 3200-EXIT
           END-IF
           IF WS-REQ-PAT-CNTL-NO NOT = SPACES
              AND PCD-DISL-PAT-CNTL-NO = WS-REQ-PAT-CNTL-NO
               SET WS-ROW-MATCHES TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF PCD-DISL-PERSON-ID NOT = ZERO
               GO TO 3200-EXIT
           END-IF
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
               IF PCD-DISL-PAT-CNTL-NO = WS-ALIAS-PCN (WS-ALIAS-SUB)
                   SET WS-ROW-MATCHES TO TRUE
               END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.
       3300-WRITE-ACCESS.
           MOVE PCD-DISL-ACCESS-DATE TO WS-D-ACCESS-DATE
           MOVE PCD-DISL-ACCESS-TIME TO WS-D-ACCESS-TIME
           MOVE PCD-DISL-OPERATOR-ID TO WS-D-OPERATOR-ID
           MOVE PCD-DISL-SOURCE-PGM  TO WS-D-SOURCE-PGM
           MOVE PCD-DISL-PAT-CNTL-NO TO WS-D-PAT-CNTL-NO
           MOVE PCD-DISL-ITEM-KEY    TO WS-D-ITEM-KEY
           MOVE 'NOT ON OPERATOR DIRECTORY' TO WS-D-OPERATOR-NAME
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OP-OPERATOR-ID (WS-OPR-SUB) = PCD-DISL-OPERATOR-ID
                   MOVE WS-OP-NAME (WS-OPR-SUB) TO WS-D-OPERATOR-NAME
               END-IF
           END-PERFORM
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-ACCESSES-LISTED.
       3300-EXIT.
           EXIT.
       9000-TERMINATE.
           IF WS-ACCESSES-LISTED = ZERO
               MOVE '  NO ACCESSES LOGGED FOR THIS PERSON IN THE RANGE'
                   TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE WS-ACCESSES-LISTED TO WS-T-ACCESSES
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-DISL-FILE
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD179 - ACCESS LOG RECS READ:    '
               WS-LOG-RECS-READ
           DISPLAY 'PCD179 - ACCESSES LISTED:         '
               WS-ACCESSES-LISTED.
       9000-EXIT.
           EXIT.
