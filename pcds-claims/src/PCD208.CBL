      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD208           SYSTEM: PCDS                     *
      **    PROVIDER LICENSE AND DEA CREDENTIAL LOAD                   *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE PCDCRDM  *
      **                          PROVIDER CREDENTIAL MASTER FROM THE  *
      **                          STATE BOARD LICENSE FILE (PCDLICIN)  *
      **                          AND THE DEA REGISTRANT FILE          *
      **                          (PCDDEAIN), BOTH ALREADY MATCHED TO  *
      **                          NPI.  A LICENSE OR DEA NUMBER        *
      **                          ALREADY ON THE PROVIDER'S ROW IS     *
      **                          REPLACED SO RENEWALS CARRY THE NEW   *
      **                          EXPIRY; NEW ONES TAKE A FREE SLOT.   *
      **                          INCOMPLETE RECORDS, BAD DATES AND    *
      **                          STATUSES, AND A PROVIDER WITH NO     *
      **                          SLOT LEFT ARE REJECTED AND LISTED.   *
      **                          PCD209 EDITS CLAIMS AGAINST THE      *
      **                          MASTER AND PCD210 REPORTS WHAT IS    *
      **                          ABOUT TO EXPIRE.                     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD208.
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
           SELECT PCD-LIC-FEED    ASSIGN TO PCDLICIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-DEA-FEED    ASSIGN TO PCDDEAIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRDM-MASTER ASSIGN TO PCDCRDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CRDM-NPI
               FILE STATUS IS WS-CRDM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-LIC-FEED
           RECORDING MODE IS F.
       01  FD-LIC-FEED-REC            PIC X(080).
       FD  PCD-DEA-FEED
           RECORDING MODE IS F.
       01  FD-DEA-FEED-REC            PIC X(080).
       FD  PCD-CRDM-MASTER.
       COPY PCDCRDM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   STATE BOARD LICENSE FILE, ONE LICENSE PER RECORD.  THE BOARD  *
      **   FILES ARE MERGED AND MATCHED TO NPI BEFORE THIS RUN.          *
      **----------------------------------------------------------------*
       01  WS-LIC-REC.
           05  WS-LC-NPI               PIC X(010).
           05  WS-LC-STATE             PIC X(002).
           05  WS-LC-LIC-NO            PIC X(015).
           05  WS-LC-LIC-TYPE          PIC X(004).
           05  WS-LC-STATUS            PIC X(001).
           05  WS-LC-EXPIRE-DATE       PIC X(008).
           05  WS-LC-EXPIRE-DATE-N REDEFINES WS-LC-EXPIRE-DATE
                                       PIC 9(008).
           05  WS-LC-PROV-NAME         PIC X(035).
           05  FILLER                  PIC X(005).
      **----------------------------------------------------------------*
      **   DEA REGISTRANT FILE, MATCHED TO NPI.  THE SCHEDULES COVERED   *
      **   ARE SENT AS UP TO SIX TWO-BYTE CODES (2, 2N, 3, 3N, 4, 5).    *
      **----------------------------------------------------------------*
       01  WS-DEA-REC.
           05  WS-DE-DEA-NO            PIC X(009).
           05  WS-DE-NPI               PIC X(010).
           05  WS-DE-SCHEDULE          PIC X(002)  OCCURS 6 TIMES.
           05  WS-DE-STATUS            PIC X(001).
           05  WS-DE-EXPIRE-DATE       PIC X(008).
           05  WS-DE-EXPIRE-DATE-N REDEFINES WS-DE-EXPIRE-DATE
                                       PIC 9(008).
           05  WS-DE-PROV-NAME         PIC X(035).
           05  FILLER                  PIC X(005).
      **----------------------------------------------------------------*
      **   SCHEDULE CODES IN THE ORDER OF THE PCDCRDM SCHEDULE FLAGS.    *
      **----------------------------------------------------------------*
       01  WS-SCHEDULE-CODE-VALUES     PIC X(012)  VALUE
           '2 2N3 3N4 5 '.
       01  WS-SCHEDULE-CODE-TABLE REDEFINES WS-SCHEDULE-CODE-VALUES.
           05  WS-SCHEDULE-CODE        PIC X(002)  OCCURS 6 TIMES.
       77  WS-LIC-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-LIC-END-OF-FILE                  VALUE 'Y'.
       77  WS-DEA-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-DEA-END-OF-FILE                  VALUE 'Y'.
       77  WS-CRDM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CRDM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-FEED-REJECTED                    VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SAVE-NPI                 PIC X(010)  VALUE SPACES.
       77  WS-SLOT-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FREE-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-MATCH-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CODE-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FLAG-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-LIC-READ                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LIC-LOADED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LIC-REJECTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DEA-READ                 PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DEA-LOADED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DEA-REJECTED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PROVIDERS-ADDED          PIC 9(007)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-LOAD-LICENSE       THRU 2000-EXIT
               UNTIL WS-LIC-END-OF-FILE
           PERFORM 3000-LOAD-DEA           THRU 3000-EXIT
               UNTIL WS-DEA-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-LIC-FEED
           OPEN INPUT PCD-DEA-FEED
           OPEN I-O   PCD-CRDM-MASTER
           PERFORM 1100-READ-LIC-FEED THRU 1100-EXIT
           PERFORM 1200-READ-DEA-FEED THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-LIC-FEED.
           READ PCD-LIC-FEED INTO WS-LIC-REC
               AT END
                   SET WS-LIC-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-DEA-FEED.
           READ PCD-DEA-FEED INTO WS-DEA-REC
               AT END
                   SET WS-DEA-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-LICENSE -- A LICENSE ALREADY ON THE PROVIDER'S ROW  *
      **   (SAME STATE AND NUMBER) IS REPLACED, SO A RENEWAL CARRIES     *
      **   ITS NEW EXPIRY; A NEW ONE TAKES THE FIRST FREE SLOT.          *
      **----------------------------------------------------------------*
       2000-LOAD-LICENSE.
           ADD 1 TO WS-LIC-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-LICENSE THRU 2100-EXIT
           IF NOT WS-FEED-REJECTED
               PERFORM 2200-STORE-LICENSE THRU 2200-EXIT
           END-IF
           IF WS-FEED-REJECTED
               ADD 1 TO WS-LIC-REJECTED
               DISPLAY 'PCD208 - LICENSE REJECTED ' WS-LC-NPI ' '
                   WS-LC-STATE ' ' WS-LC-LIC-NO ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-LIC-FEED THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-VALIDATE-LICENSE.
           IF WS-LC-NPI = SPACES
           OR WS-LC-STATE = SPACES
           OR WS-LC-LIC-NO = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-LC-EXPIRE-DATE NOT NUMERIC
           OR WS-LC-EXPIRE-DATE-N = ZERO
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-LC-STATUS NOT = 'A'
           AND WS-LC-STATUS NOT = 'I'
           AND WS-LC-STATUS NOT = 'R'
               MOVE 'INVALID LICENSE STATUS' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       2200-STORE-LICENSE.
           MOVE WS-LC-NPI TO PCD-CRDM-NPI
           PERFORM 4000-READ-PROVIDER THRU 4000-EXIT
           IF PCD-CRDM-PROV-NAME = SPACES
               MOVE WS-LC-PROV-NAME TO PCD-CRDM-PROV-NAME
           END-IF
           MOVE ZERO TO WS-MATCH-SUB
                        WS-FREE-SUB
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               IF PCD-CRDM-LIC-STATE (WS-SLOT-SUB) = WS-LC-STATE
               AND PCD-CRDM-LIC-NO (WS-SLOT-SUB) = WS-LC-LIC-NO
                   MOVE WS-SLOT-SUB TO WS-MATCH-SUB
               END-IF
               IF PCD-CRDM-LIC-NO (WS-SLOT-SUB) = SPACES
               AND WS-FREE-SUB = ZERO
                   MOVE WS-SLOT-SUB TO WS-FREE-SUB
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = ZERO
               MOVE WS-FREE-SUB TO WS-MATCH-SUB
           END-IF
           IF WS-MATCH-SUB = ZERO
               MOVE 'LICENSE SLOTS FULL' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-LC-STATE       TO PCD-CRDM-LIC-STATE (WS-MATCH-SUB)
           MOVE WS-LC-LIC-NO      TO PCD-CRDM-LIC-NO (WS-MATCH-SUB)
           MOVE WS-LC-LIC-TYPE    TO PCD-CRDM-LIC-TYPE (WS-MATCH-SUB)
           MOVE WS-LC-STATUS      TO PCD-CRDM-LIC-STATUS (WS-MATCH-SUB)
           MOVE WS-LC-EXPIRE-DATE-N
               TO PCD-CRDM-LIC-EXPIRE-DATE (WS-MATCH-SUB)
           MOVE WS-RUN-DATE
               TO PCD-CRDM-LIC-LOAD-DATE (WS-MATCH-SUB)
           PERFORM 4100-WRITE-PROVIDER THRU 4100-EXIT
           IF NOT WS-FEED-REJECTED
               ADD 1 TO WS-LIC-LOADED
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-LOAD-DEA -- SAME REPLACE-OR-ADD RULE AS THE LICENSES,    *
      **   MATCHING ON THE DEA NUMBER.                                   *
      **----------------------------------------------------------------*
       3000-LOAD-DEA.
           ADD 1 TO WS-DEA-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3100-VALIDATE-DEA THRU 3100-EXIT
           IF NOT WS-FEED-REJECTED
               PERFORM 3200-STORE-DEA THRU 3200-EXIT
           END-IF
           IF WS-FEED-REJECTED
               ADD 1 TO WS-DEA-REJECTED
               DISPLAY 'PCD208 - DEA REJECTED ' WS-DE-NPI ' '
                   WS-DE-DEA-NO ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1200-READ-DEA-FEED THRU 1200-EXIT.
       3000-EXIT.
           EXIT.
       3100-VALIDATE-DEA.
           IF WS-DE-NPI = SPACES
           OR WS-DE-DEA-NO = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-DE-EXPIRE-DATE NOT NUMERIC
           OR WS-DE-EXPIRE-DATE-N = ZERO
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-DE-STATUS NOT = 'A'
           AND WS-DE-STATUS NOT = 'R'
               MOVE 'INVALID DEA STATUS' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
       3200-STORE-DEA.
           MOVE WS-DE-NPI TO PCD-CRDM-NPI
           PERFORM 4000-READ-PROVIDER THRU 4000-EXIT
           IF PCD-CRDM-PROV-NAME = SPACES
               MOVE WS-DE-PROV-NAME TO PCD-CRDM-PROV-NAME
           END-IF
           MOVE ZERO TO WS-MATCH-SUB
                        WS-FREE-SUB
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 3
               IF PCD-CRDM-DEA-NO (WS-SLOT-SUB) = WS-DE-DEA-NO
                   MOVE WS-SLOT-SUB TO WS-MATCH-SUB
               END-IF
               IF PCD-CRDM-DEA-NO (WS-SLOT-SUB) = SPACES
               AND WS-FREE-SUB = ZERO
                   MOVE WS-SLOT-SUB TO WS-FREE-SUB
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = ZERO
               MOVE WS-FREE-SUB TO WS-MATCH-SUB
           END-IF
           IF WS-MATCH-SUB = ZERO
               MOVE 'DEA SLOTS FULL' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-DE-DEA-NO      TO PCD-CRDM-DEA-NO (WS-MATCH-SUB)
           MOVE 'NNNNNN'
               TO PCD-CRDM-DEA-SCHEDULES (WS-MATCH-SUB)
           PERFORM 3300-SET-SCHEDULE-FLAG THRU 3300-EXIT
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 6
           MOVE WS-DE-STATUS      TO PCD-CRDM-DEA-STATUS (WS-MATCH-SUB)
           MOVE WS-DE-EXPIRE-DATE-N
               TO PCD-CRDM-DEA-EXPIRE-DATE (WS-MATCH-SUB)
           MOVE WS-RUN-DATE
               TO PCD-CRDM-DEA-LOAD-DATE (WS-MATCH-SUB)
           PERFORM 4100-WRITE-PROVIDER THRU 4100-EXIT
           IF NOT WS-FEED-REJECTED
               ADD 1 TO WS-DEA-LOADED
           END-IF.
       3200-EXIT.
           EXIT.
       3300-SET-SCHEDULE-FLAG.
           IF WS-DE-SCHEDULE (WS-CODE-SUB) = SPACES
               GO TO 3300-EXIT
           END-IF
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 6
               IF WS-DE-SCHEDULE (WS-CODE-SUB)
                   = WS-SCHEDULE-CODE (WS-FLAG-SUB)
                   MOVE 'Y' TO PCD-CRDM-DEA-SCHED-FLAG
                                   (WS-MATCH-SUB, WS-FLAG-SUB)
               END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-READ-PROVIDER -- A PROVIDER NOT YET ON FILE STARTS AS AN *
      **   EMPTY ROW UNDER ITS NPI.                                      *
      **----------------------------------------------------------------*
       4000-READ-PROVIDER.
           READ PCD-CRDM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CRDM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CRDM-FILE-STATUS
           END-READ
           IF NOT WS-CRDM-FOUND
               MOVE PCD-CRDM-NPI TO WS-SAVE-NPI
               INITIALIZE PCD-CRDM-REC
               MOVE WS-SAVE-NPI  TO PCD-CRDM-NPI
               MOVE WS-RUN-DATE  TO PCD-CRDM-ADDED-DATE
           END-IF.
       4000-EXIT.
           EXIT.
       4100-WRITE-PROVIDER.
           MOVE WS-RUN-DATE TO PCD-CRDM-CHANGED-DATE
           IF WS-CRDM-FOUND
               REWRITE PCD-CRDM-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
               END-REWRITE
           ELSE
               WRITE PCD-CRDM-REC
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PROVIDERS-ADDED
               END-WRITE
           END-IF.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-LIC-FEED
           CLOSE PCD-DEA-FEED
           CLOSE PCD-CRDM-MASTER
           DISPLAY 'PCD208 - LICENSE RECORDS READ:  ' WS-LIC-READ
           DISPLAY 'PCD208 - LICENSES LOADED:       ' WS-LIC-LOADED
           DISPLAY 'PCD208 - LICENSES REJECTED:     ' WS-LIC-REJECTED
           DISPLAY 'PCD208 - DEA RECORDS READ:      ' WS-DEA-READ
           DISPLAY 'PCD208 - DEA NUMBERS LOADED:    ' WS-DEA-LOADED
           DISPLAY 'PCD208 - DEA NUMBERS REJECTED:  ' WS-DEA-REJECTED
           DISPLAY 'PCD208 - PROVIDERS ADDED:       '
               WS-PROVIDERS-ADDED.
       9000-EXIT.
           EXIT.
