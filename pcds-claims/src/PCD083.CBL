      **                          ALREADY ON FILE FROM EARLIER RUNS    *
      **                          ARE KEPT; A KEY COLLISION JUST BUMPS *
      **                          THE SEQUENCE AND RETRIES.            *
      ** RTC    10/15/26          EACH ITEM IS STAMPED WITH ITS CLIENT *
      **                          ID -- THE CLIENT PCDCLNT HAS         *
      **                          RECORDED FOR THE ITEM'S PATIENT      *
      **                          CONTROL NUMBER, OR FOR A JOB-LEVEL   *
      **                          ITEM THE CLIENT ON THE JOB'S         *
      **                          PCDJOBST ROW -- SO THE SUSPENSE      *
      **                          SCREENS SHOW EACH CLIENT ONLY ITS    *
      **                          OWN ITEMS.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD083.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-JOBST-MASTER ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM
               FILE STATUS IS WS-JOBST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-SUSP-QUEUE
       01  FD-SUSP-QUEUE-REC          PIC X(200).
       FD  PCD-SUSP-MASTER.
       COPY PCDSUSP.
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PREV-JOBNUM              PIC X(008)  VALUE LOW-VALUES.
       77  WS-NEXT-SEQ-NUM             PIC 9(006)  VALUE ZERO.
       77  WS-LOADED-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-CLIENT-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-JOBST-FILE-STATUS        PIC X(002)  VALUE SPACES.
           88  WS-JOBST-FOUND                      VALUE '00'.
       COPY PCDCLNA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
       1000-INITIALIZE.
           OPEN INPUT PCD-SUSP-QUEUE
           OPEN I-O   PCD-SUSP-MASTER
           OPEN INPUT PCD-JOBST-MASTER
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
       1000-EXIT.
           IF PCD-SUSP-DATE = SPACES
               MOVE WS-RUN-DATE TO PCD-SUSP-DATE
           END-IF
           PERFORM 2050-STAMP-CLIENT THRU 2050-EXIT
           PERFORM 2100-WRITE-MASTER THRU 2100-EXIT
           PERFORM 1100-READ-QUEUE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-STAMP-CLIENT -- CLAIM-LEVEL ITEMS TAKE THE CLIENT OF     *
      **   THEIR PATIENT CONTROL NUMBER; JOB-LEVEL ITEMS (AND CLAIMS     *
      **   INTAKE NEVER SAW) TAKE THE JOB'S CLIENT, UNLESS THE JOB IS    *
      **   *MULTI.                                                       *
      **----------------------------------------------------------------*
       2050-STAMP-CLIENT.
           MOVE SPACES TO PCD-SUSP-CLIENT-ID
           IF PCD-SUSP-PAT-CNTL-NO NOT = SPACES
               MOVE 'L'                  TO PCD-CLNA-FUNCTION
               MOVE 'PCD083'             TO PCD-CLNA-CALLER
               MOVE PCD-SUSP-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
               CALL 'PCDCLNT' USING PCD-CLNA-AREA
               IF PCD-CLNA-FILE-ERROR
                   DISPLAY 'PCD083 - CLIENT REGISTRY UNAVAILABLE - '
                       'RUN STOPPED'
                   STOP RUN
               END-IF
               IF PCD-CLNA-DONE
                   MOVE PCD-CLNA-CLIENT-ID TO PCD-SUSP-CLIENT-ID
                   GO TO 2050-EXIT
               END-IF
           END-IF
           MOVE PCD-SUSP-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-JOBST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-JOBST-FILE-STATUS
           END-READ
           IF WS-JOBST-FOUND
              AND NOT PCD-JOBST-MULTI-CLIENT
               MOVE PCD-JOBST-CLIENT-ID TO PCD-SUSP-CLIENT-ID
           END-IF
           IF PCD-SUSP-CLIENT-ID = SPACES
               ADD 1 TO WS-NO-CLIENT-COUNT
           END-IF.
       2050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-WRITE-MASTER -- BUMP THE SEQUENCE UNTIL THE KEY IS FREE  *
      **   (ITEMS FOR THE SAME JOBNUM MAY ALREADY BE ON FILE FROM AN     *
      **   EARLIER RUN).                                                 *
       9000-TERMINATE.
           CLOSE PCD-SUSP-QUEUE
           CLOSE PCD-SUSP-MASTER
           CLOSE PCD-JOBST-MASTER
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD083 - SUSPENSE ITEMS LOADED TO MASTER: '
               WS-LOADED-COUNT
           DISPLAY 'PCD083 - ITEMS WITH NO CLIENT:            '
               WS-NO-CLIENT-COUNT.
       9000-EXIT.
           EXIT.
