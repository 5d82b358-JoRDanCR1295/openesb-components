      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD195           SYSTEM: PCDS                     *
      **    EVV AGGREGATOR DAILY VISIT LOAD                            *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE STATE    *
      **                          ELECTRONIC VISIT VERIFICATION        *
      **                          AGGREGATOR'S DAILY FILE (PCDEVVIN:   *
      **                          MEMBER, SERVICE DATE AND CODE,       *
      **                          CHECK-IN AND CHECK-OUT TIMES,        *
      **                          CAREGIVER, AGENCY NPI, GPS           *
      **                          VERIFICATION FLAG) INTO THE PCDEVVM  *
      **                          VISIT MASTER THAT PCD196 MATCHES     *
      **                          HOME-HEALTH CLAIMS AGAINST.  A VISIT *
      **                          RESENT BY THE AGGREGATOR REPLACES    *
      **                          THE ONE ON FILE.  VISITS WITH A      *
      **                          MISSING KEY OR A BAD DATE OR TIME    *
      **                          ARE REJECTED AND LISTED ON THE       *
      **                          CONSOLE.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD195.
       AUTHOR.        HOME HEALTH BILLING UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-EVV-FEED    ASSIGN TO PCDEVVIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EVVM-MASTER ASSIGN TO PCDEVVM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EVVM-KEY
               FILE STATUS IS WS-EVVM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-EVV-FEED
           RECORDING MODE IS F.
       01  FD-EVV-FEED-REC            PIC X(120).
       FD  PCD-EVVM-MASTER.
       COPY PCDEVVM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   THE AGGREGATOR'S DAILY VISIT RECORD.  TIMES ARE HHMM ON THE   *
      **   24-HOUR CLOCK; A VISIT STILL OPEN HAS NO CHECK-OUT.           *
      **----------------------------------------------------------------*
       01  WS-FEED-REC.
           05  WS-FD-MEMBER-ID         PIC X(017).
           05  WS-FD-SVC-DATE          PIC X(008).
           05  WS-FD-SVC-CODE          PIC X(005).
           05  WS-FD-CHECK-IN-TIME     PIC X(004).
           05  WS-FD-CHECK-IN-R REDEFINES WS-FD-CHECK-IN-TIME.
               10  WS-FD-IN-HH         PIC 9(002).
               10  WS-FD-IN-MM         PIC 9(002).
           05  WS-FD-CHECK-OUT-TIME    PIC X(004).
           05  WS-FD-CHECK-OUT-R REDEFINES WS-FD-CHECK-OUT-TIME.
               10  WS-FD-OUT-HH        PIC 9(002).
               10  WS-FD-OUT-MM        PIC 9(002).
           05  WS-FD-CAREGIVER-ID      PIC X(010).
           05  WS-FD-AGENCY-NPI        PIC X(010).
           05  WS-FD-GPS-VERIFIED      PIC X(001).
           05  WS-FD-AGGR-VISIT-ID     PIC X(020).
           05  FILLER                  PIC X(041).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EVVM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EVVM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-FEED-REJECTED                    VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-FEED-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-VISITS-ADDED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-VISITS-REPLACED          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-GPS-NOT-VERIFIED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-FEED-REJECTED-CT         PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-LOAD-VISIT         THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-EVV-FEED
           OPEN I-O   PCD-EVVM-MASTER
           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-FEED.
           READ PCD-EVV-FEED INTO WS-FEED-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-LOAD-VISIT -- THE AGGREGATOR RESENDS A VISIT WHEN THE    *
      **   AGENCY CORRECTS IT (A LATE CHECK-OUT, A GPS EXCEPTION         *
      **   CLEARED), SO A VISIT ALREADY ON FILE IS REPLACED.             *
      **----------------------------------------------------------------*
       2000-LOAD-VISIT.
           ADD 1 TO WS-FEED-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-VISIT THRU 2100-EXIT
           IF NOT WS-FEED-REJECTED
               PERFORM 3000-STORE-VISIT THRU 3000-EXIT
           END-IF
           IF WS-FEED-REJECTED
               ADD 1 TO WS-FEED-REJECTED-CT
               DISPLAY 'PCD195 - REJECTED ' WS-FD-MEMBER-ID ' '
                   WS-FD-SVC-DATE ' ' WS-FD-SVC-CODE ' '
                   WS-FD-CHECK-IN-TIME ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-FEED THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-VISIT -- MEMBER, SERVICE CODE, DATE AND CHECK-  *
      **   IN ARE THE KEY AND MUST BE PRESENT.  A CHECK-OUT, WHEN SENT,  *
      **   MUST BE A VALID TIME.                                         *
      **----------------------------------------------------------------*
       2100-VALIDATE-VISIT.
           IF WS-FD-MEMBER-ID = SPACES
           OR WS-FD-SVC-CODE = SPACES
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-SVC-DATE NOT NUMERIC
           OR WS-FD-SVC-DATE = ZEROS
               MOVE 'INVALID SERVICE DATE' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-CHECK-IN-TIME NOT NUMERIC
           OR WS-FD-IN-HH > 23
           OR WS-FD-IN-MM > 59
               MOVE 'INVALID CHECK-IN TIME' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-CHECK-OUT-TIME NOT = SPACES
              AND (WS-FD-CHECK-OUT-TIME NOT NUMERIC
                OR WS-FD-OUT-HH > 23
                OR WS-FD-OUT-MM > 59)
               MOVE 'INVALID CHECK-OUT TIME' TO WS-REJECT-REASON
               SET WS-FEED-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-STORE-VISIT.
           MOVE WS-FD-MEMBER-ID     TO PCD-EVVM-MEMBER-ID
           MOVE WS-FD-SVC-DATE      TO PCD-EVVM-SVC-DATE
           MOVE WS-FD-SVC-CODE      TO PCD-EVVM-SVC-CODE
           MOVE WS-FD-CHECK-IN-TIME TO PCD-EVVM-CHECK-IN-TIME
           READ PCD-EVVM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EVVM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EVVM-FILE-STATUS
           END-READ
           IF WS-FD-CHECK-OUT-TIME = SPACES
               MOVE ZERO TO PCD-EVVM-CHECK-OUT-TIME
           ELSE
               MOVE WS-FD-CHECK-OUT-TIME TO PCD-EVVM-CHECK-OUT-TIME
           END-IF
           MOVE WS-FD-CAREGIVER-ID  TO PCD-EVVM-CAREGIVER-ID
           MOVE WS-FD-AGENCY-NPI    TO PCD-EVVM-AGENCY-NPI
           MOVE WS-FD-GPS-VERIFIED  TO PCD-EVVM-GPS-VERIFIED
           MOVE WS-FD-AGGR-VISIT-ID TO PCD-EVVM-AGGR-VISIT-ID
           MOVE WS-RUN-DATE         TO PCD-EVVM-LOAD-DATE
           IF NOT PCD-EVVM-GPS-OK
               ADD 1 TO WS-GPS-NOT-VERIFIED
           END-IF
           IF WS-EVVM-FOUND
               REWRITE PCD-EVVM-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-VISITS-REPLACED
               END-REWRITE
           ELSE
               WRITE PCD-EVVM-REC
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                       SET WS-FEED-REJECTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-VISITS-ADDED
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-EVV-FEED
           CLOSE PCD-EVVM-MASTER
           DISPLAY 'PCD195 - EVV VISITS READ:       ' WS-FEED-READ
           DISPLAY 'PCD195 - VISITS ADDED:          ' WS-VISITS-ADDED
           DISPLAY 'PCD195 - VISITS REPLACED:       ' WS-VISITS-REPLACED
           DISPLAY 'PCD195 - GPS NOT VERIFIED:      '
               WS-GPS-NOT-VERIFIED
           DISPLAY 'PCD195 - VISITS REJECTED:       '
               WS-FEED-REJECTED-CT.
       9000-EXIT.
           EXIT.
