      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD210           SYSTEM: PCDS                     *
      **    EXPIRING PROVIDER CREDENTIAL REPORT BY CLIENT              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LISTS EVERY ACTIVE *
      **                          STATE LICENSE AND DEA REGISTRATION   *
      **                          ON PCDCRDM DUE TO EXPIRE IN THE NEXT *
      **                          60 DAYS, ON PCDCRDRP, ONE SECTION    *
      **                          PER CLIENT (A NEW PAGE EACH) SO EACH *
      **                          CLIENT CAN BE SENT ITS OWN           *
      **                          PROVIDERS' RENEWALS BEFORE PCD209    *
      **                          STARTS SUSPENDING THEIR CLAIMS.  A   *
      **                          PROVIDER BELONGS TO EVERY CLIENT     *
      **                          PCD209 HAS RECORDED ON ITS ROW; ONE  *
      **                          NOT YET SEEN ON ANY CLAIM IS LISTED  *
      **                          IN A BLANK-CLIENT SECTION FOR        *
      **                          PROVIDER RELATIONS.                  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD210.
       AUTHOR.        PROVIDER FILE MAINTENANCE UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CRDM-MASTER   ASSIGN TO PCDCRDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRDM-NPI
               FILE STATUS IS WS-CRDM-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDCRDRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CRDM-MASTER.
       COPY PCDCRDM.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID           PIC X(006).
           05  SD-EXPIRE-DATE         PIC 9(008).
           05  SD-NPI                 PIC X(010).
           05  SD-PROV-NAME           PIC X(035).
           05  SD-CRED-TYPE           PIC X(007).
           05  SD-CRED-NO             PIC X(015).
           05  SD-CRED-DETAIL         PIC X(012).
           05  SD-DAYS-LEFT           PIC S9(005).
       WORKING-STORAGE SECTION.
       COPY PCDCLNA.
      *****************************************************************
      *  A CREDENTIAL IS LISTED ONCE IT HAS THIS MANY DAYS OR FEWER   *
      *  LEFT TO RUN (30-DAY MONTHS, AS THE AGING REPORTS COUNT).     *
      *****************************************************************
       77  WS-WARNING-DAYS             PIC S9(005) VALUE 60.
       01  WS-SCHEDULE-CODE-VALUES     PIC X(012)  VALUE
           '2 2N3 3N4 5 '.
       01  WS-SCHEDULE-CODE-TABLE REDEFINES WS-SCHEDULE-CODE-VALUES.
           05  WS-SCHEDULE-CODE        PIC X(002)  OCCURS 6 TIMES.
       77  WS-CRDM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CRDM-FOUND                       VALUE '00'.
       77  WS-CRDM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CRDM-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-EXPIRE-DATE              PIC 9(008)  VALUE ZERO.
       77  WS-DAYS-LEFT                PIC S9(007) VALUE ZERO.
       77  WS-PRIOR-CLIENT-ID          PIC X(006)  VALUE HIGH-VALUES.
       77  WS-SLOT-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLIENT-SUB               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FLAG-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-DETAIL-PTR               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLIENTS-RELEASED         PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PROVIDERS-READ           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CREDENTIALS-EXPIRING     PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-LISTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLIENT-LINES             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLIENTS-REPORTED         PIC 9(005)  COMP  VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD210 - EXPIRING PROVIDER CREDENTIALS (60 DAYS)'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(008)  VALUE ' CLIENT '.
           05  WS-H2-CLIENT-ID         PIC X(006).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-H2-CLIENT-NAME       PIC X(030).
           05  FILLER                  PIC X(086)  VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(050)  VALUE
               ' NPI         PROVIDER NAME                        '.
           05  FILLER                  PIC X(050)  VALUE
               'TYPE     NUMBER           STATE/SCHED   EXPIRES   '.
           05  FILLER                  PIC X(032)  VALUE
               'DAYS                            '.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-NPI                PIC X(010).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PROV-NAME          PIC X(035).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CRED-TYPE          PIC X(007).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CRED-NO            PIC X(015).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CRED-DETAIL        PIC X(012).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-EXPIRE-DATE        PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-DAYS-LEFT          PIC ZZ9.
           05  FILLER                  PIC X(029)  VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(091)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CRDM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID
               ON ASCENDING KEY SD-EXPIRE-DATE
               ON ASCENDING KEY SD-NPI
               INPUT PROCEDURE  2000-SCAN-CREDENTIALS THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-BY-CLIENT  THRU 4000-EXIT
           CLOSE PCD-CRDM-MASTER
           CLOSE PCD-REPORT-FILE
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD210 - PROVIDERS READ:        ' WS-PROVIDERS-READ
           DISPLAY 'PCD210 - CREDENTIALS EXPIRING:  '
               WS-CREDENTIALS-EXPIRING
           DISPLAY 'PCD210 - CLIENTS REPORTED:      '
               WS-CLIENTS-REPORTED
           DISPLAY 'PCD210 - LINES LISTED:          ' WS-LINES-LISTED
           STOP RUN.
      **----------------------------------------------------------------*
      **   2000-SCAN-CREDENTIALS -- SORT INPUT PROCEDURE.  ONE PASS OF   *
      **   THE CREDENTIAL MASTER.  EACH LICENSE AND DEA NUMBER DUE TO    *
      **   EXPIRE WITHIN THE WARNING WINDOW IS RELEASED ONCE FOR EVERY   *
      **   CLIENT RECORDED ON THE PROVIDER'S ROW.                        *
      **----------------------------------------------------------------*
       2000-SCAN-CREDENTIALS.
           MOVE LOW-VALUES TO PCD-CRDM-NPI
           START PCD-CRDM-MASTER KEY NOT < PCD-CRDM-NPI
               INVALID KEY
                   SET WS-CRDM-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-PROVIDER THRU 2100-EXIT
           PERFORM 2200-CHECK-PROVIDER     THRU 2200-EXIT
               UNTIL WS-CRDM-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-NEXT-PROVIDER.
           IF WS-CRDM-END-OF-FILE
               GO TO 2100-EXIT
           END-IF
           READ PCD-CRDM-MASTER NEXT RECORD
               AT END
                   SET WS-CRDM-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CHECK-PROVIDER.
           ADD 1 TO WS-PROVIDERS-READ
           PERFORM 2300-CHECK-LICENSE THRU 2300-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 5
           PERFORM 2400-CHECK-DEA THRU 2400-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 3
           PERFORM 2100-READ-NEXT-PROVIDER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2300-CHECK-LICENSE.
           IF PCD-CRDM-LIC-NO (WS-SLOT-SUB) = SPACES
            OR NOT PCD-CRDM-LIC-ACTIVE (WS-SLOT-SUB)
               GO TO 2300-EXIT
           END-IF
           MOVE PCD-CRDM-LIC-EXPIRE-DATE (WS-SLOT-SUB)
               TO WS-EXPIRE-DATE
           PERFORM 2500-COUNT-DAYS-LEFT THRU 2500-EXIT
           IF WS-DAYS-LEFT < ZERO
            OR WS-DAYS-LEFT > WS-WARNING-DAYS
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES                  TO SD-SORT-REC
           MOVE 'LICENSE'               TO SD-CRED-TYPE
           MOVE PCD-CRDM-LIC-NO (WS-SLOT-SUB)    TO SD-CRED-NO
           MOVE PCD-CRDM-LIC-STATE (WS-SLOT-SUB) TO SD-CRED-DETAIL
           PERFORM 2600-RELEASE-CREDENTIAL THRU 2600-EXIT.
       2300-EXIT.
           EXIT.
       2400-CHECK-DEA.
           IF PCD-CRDM-DEA-NO (WS-SLOT-SUB) = SPACES
            OR NOT PCD-CRDM-DEA-ACTIVE (WS-SLOT-SUB)
               GO TO 2400-EXIT
           END-IF
           MOVE PCD-CRDM-DEA-EXPIRE-DATE (WS-SLOT-SUB)
               TO WS-EXPIRE-DATE
           PERFORM 2500-COUNT-DAYS-LEFT THRU 2500-EXIT
           IF WS-DAYS-LEFT < ZERO
            OR WS-DAYS-LEFT > WS-WARNING-DAYS
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES                  TO SD-SORT-REC
           MOVE 'DEA'                   TO SD-CRED-TYPE
           MOVE PCD-CRDM-DEA-NO (WS-SLOT-SUB) TO SD-CRED-NO
           MOVE 1 TO WS-DETAIL-PTR
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 6
               IF PCD-CRDM-DEA-SCHED-FLAG (WS-SLOT-SUB, WS-FLAG-SUB)
                   = 'Y'
                   STRING WS-SCHEDULE-CODE (WS-FLAG-SUB)
                           DELIMITED BY SPACE
                       INTO SD-CRED-DETAIL
                       WITH POINTER WS-DETAIL-PTR
               END-IF
           END-PERFORM
           PERFORM 2600-RELEASE-CREDENTIAL THRU 2600-EXIT.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-COUNT-DAYS-LEFT -- RUN DATE TO EXPIRY, 30/360.           *
      **----------------------------------------------------------------*
       2500-COUNT-DAYS-LEFT.
           COMPUTE WS-DAYS-LEFT
               = ((WS-EXPIRE-DATE / 10000
                   - WS-RUN-DATE / 10000) * 360)
               + (((WS-EXPIRE-DATE / 100)
                   - (WS-EXPIRE-DATE / 10000) * 100
                   - ((WS-RUN-DATE / 100)
                      - (WS-RUN-DATE / 10000) * 100)) * 30)
               + (WS-EXPIRE-DATE - (WS-EXPIRE-DATE / 100) * 100
                  - (WS-RUN-DATE - (WS-RUN-DATE / 100) * 100)).
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-RELEASE-CREDENTIAL -- A PROVIDER NO CLAIM HAS YET NAMED  *
      **   FOR ANY CLIENT IS LISTED UNDER CLIENT BLANK FOR PROVIDER      *
      **   RELATIONS.                                                    *
      **----------------------------------------------------------------*
       2600-RELEASE-CREDENTIAL.
           ADD 1 TO WS-CREDENTIALS-EXPIRING
           MOVE WS-EXPIRE-DATE     TO SD-EXPIRE-DATE
           MOVE WS-DAYS-LEFT       TO SD-DAYS-LEFT
           MOVE PCD-CRDM-NPI       TO SD-NPI
           MOVE PCD-CRDM-PROV-NAME TO SD-PROV-NAME
           MOVE ZERO               TO WS-CLIENTS-RELEASED
           PERFORM VARYING WS-CLIENT-SUB FROM 1 BY 1
                   UNTIL WS-CLIENT-SUB > 3
               IF PCD-CRDM-CLIENT-ID (WS-CLIENT-SUB) > SPACES
                   MOVE PCD-CRDM-CLIENT-ID (WS-CLIENT-SUB)
                       TO SD-CLIENT-ID
                   RELEASE SD-SORT-REC
                   ADD 1 TO WS-CLIENTS-RELEASED
               END-IF
           END-PERFORM
           IF WS-CLIENTS-RELEASED = ZERO
               MOVE SPACES TO SD-CLIENT-ID
               RELEASE SD-SORT-REC
           END-IF.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-PRINT-BY-CLIENT -- SORT OUTPUT PROCEDURE.  EACH CLIENT   *
      **   STARTS A NEW PAGE SO ITS SECTION CAN BE SENT ON ITS OWN.      *
      **----------------------------------------------------------------*
       4000-PRINT-BY-CLIENT.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
           PERFORM 4200-PRINT-CREDENTIAL THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF WS-CLIENTS-REPORTED > ZERO
               PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
           ELSE
               WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
                   AFTER ADVANCING PAGE
               MOVE SPACES TO PCD-REPORT-LINE
               MOVE ' NO CREDENTIALS EXPIRING IN THE WINDOW'
                   TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PRINT-CREDENTIAL.
           IF SD-CLIENT-ID NOT = WS-PRIOR-CLIENT-ID
               IF WS-CLIENTS-REPORTED > ZERO
                   PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
               END-IF
               PERFORM 4300-CLIENT-HEADING THRU 4300-EXIT
           END-IF
           MOVE SD-NPI             TO WS-D-NPI
           MOVE SD-PROV-NAME       TO WS-D-PROV-NAME
           MOVE SD-CRED-TYPE       TO WS-D-CRED-TYPE
           MOVE SD-CRED-NO         TO WS-D-CRED-NO
           MOVE SD-CRED-DETAIL     TO WS-D-CRED-DETAIL
           MOVE SD-EXPIRE-DATE     TO WS-D-EXPIRE-DATE
           MOVE SD-DAYS-LEFT       TO WS-D-DAYS-LEFT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-LINES-LISTED
                    WS-CLIENT-LINES
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-CLIENT-HEADING.
           MOVE SD-CLIENT-ID TO WS-PRIOR-CLIENT-ID
           MOVE ZERO         TO WS-CLIENT-LINES
           ADD 1 TO WS-CLIENTS-REPORTED
           MOVE SD-CLIENT-ID TO WS-H2-CLIENT-ID
           IF SD-CLIENT-ID = SPACES
               MOVE 'NOT YET BILLED FOR ANY CLIENT' TO WS-H2-CLIENT-NAME
           ELSE
               MOVE 'V'          TO PCD-CLNA-FUNCTION
               MOVE 'PCD210'     TO PCD-CLNA-CALLER
               MOVE SD-CLIENT-ID TO PCD-CLNA-CLIENT-ID
               CALL 'PCDCLNT' USING PCD-CLNA-AREA
               IF PCD-CLNA-FILE-ERROR
                   DISPLAY 'PCD210 - CLIENT REGISTRY UNAVAILABLE - '
                       'RUN STOPPED'
                   STOP RUN
               END-IF
               MOVE PCD-CLNA-CLIENT-NAME TO WS-H2-CLIENT-NAME
           END-IF
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-3.
       4300-EXIT.
           EXIT.
       4400-CLIENT-TOTAL.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE ' CREDENTIALS EXPIRING FOR CLIENT' TO WS-T-LABEL
           MOVE WS-CLIENT-LINES TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL.
       4400-EXIT.
           EXIT.
