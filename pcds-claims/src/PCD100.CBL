      **                          READS.  A VENDOR TEST BATCH CAN NO   *
      **                          LONGER POST TO PCDJOBST, PCDSUSPM    *
      **                          OR PCDARPST.                         *
      ** RTC    10/15/26          TEST DASHBOARD ROWS CARRY THE X12    *
      **                          IMPLEMENTATION GUIDE TOO, SO 5010    *
      **                          TEST JOBS CAN BE TOLD FROM 4010.     *
      ** RTC    10/15/26          A JOB FROM A PARTNER STILL           *
      **                          ONBOARDING (A PCDONBM ROW NOT YET IN *
      **                          PRODUCTION STATUS) IS ROUTED TO THE  *
      **                          TEST STREAM WHATEVER ITS A0 SAYS, SO *
      **                          AN UNCERTIFIED PARTNER'S FILES RUN   *
      **                          THE EDIT CHAIN ON THE TEST PATH AND  *
      **                          ARE SCORED BY PCD207.  WITHOUT       *
      **                          PCDONBM THE RUN STOPS RATHER THAN    *
      **                          LET SUCH FILES INTO PRODUCTION.      *
      ** RTC    10/15/26          THE KEYED-ENTRY SOURCE AND KEYING    *
      **                          OPERATOR ON THE A0 ARE CARRIED TO    *
      **                          THE TEST DASHBOARD ROW, THE SAME AS  *
      **                          PCD026 DOES.                         *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD100.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM.
           SELECT PCD-ONBM-MASTER ASSIGN TO PCDONBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ONBM-SUB-EIN
               FILE STATUS IS WS-ONBM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       01  PCD-TEST-RECORD            PIC X(192).
       FD  PCD-JOBTS-MASTER.
       COPY PCDJOBST.
       FD  PCD-ONBM-MASTER.
       COPY PCDONBM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-TEST-JOB-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PROD-REC-COUNT           PIC 9(009)  COMP  VALUE ZERO.
       77  WS-TEST-REC-COUNT           PIC 9(009)  COMP  VALUE ZERO.
       77  WS-ONBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ONBM-FOUND                       VALUE '00'.
       77  WS-ONBOARD-JOB-COUNT        PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT  PCD-ONBM-MASTER
           IF NOT WS-ONBM-FOUND
               DISPLAY 'PCD100 - PCDONBM NOT AVAILABLE, STATUS '
                   WS-ONBM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN OUTPUT PCD-PROD-FILE
           OPEN OUTPUT PCD-TEST-FILE
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-RECORDS -- AN A0 SETS THE ROUTE FOR EVERY        *
      **   RECORD UP TO AND INCLUDING ITS Z0 TRAILER.  A PARTNER NOT     *
      **   YET PROMOTED OFF THE ONBOARDING MASTER GOES DOWN THE TEST     *
      **   PATH EVEN WHEN ITS A0 CLAIMS PRODUCTION.                      *
      **----------------------------------------------------------------*
       2000-PROCESS-RECORDS.
           IF A0-FILE-HEADER-REC
               PERFORM 2050-CHECK-ONBOARDING THRU 2050-EXIT
               IF A0-TEST-PROD-IND = 'TEST'
               OR (WS-ONBM-FOUND AND NOT PCD-ONBM-PRODUCTION)
                   SET WS-ROUTE-TEST TO TRUE
                   ADD 1 TO WS-TEST-JOB-COUNT
                   PERFORM 2200-WRITE-TEST-DASHBOARD THRU 2200-EXIT
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2050-CHECK-ONBOARDING.
           MOVE '23' TO WS-ONBM-FILE-STATUS
           IF A0-SUB-EIN-X NOT NUMERIC
               GO TO 2050-EXIT
           END-IF
           MOVE A0-SUB-EIN TO PCD-ONBM-SUB-EIN
           READ PCD-ONBM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ONBM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ONBM-FILE-STATUS
           END-READ
           IF WS-ONBM-FOUND
              AND NOT PCD-ONBM-PRODUCTION
              AND A0-TEST-PROD-IND NOT = 'TEST'
               ADD 1 TO WS-ONBOARD-JOB-COUNT
           END-IF.
       2050-EXIT.
           EXIT.
       2100-WRITE-ROUTED.
           IF WS-ROUTE-TEST
               MOVE PCDS-00-RECORD TO PCD-TEST-RECORD
           MOVE A0-XMIT-STATUS          TO PCD-JOBST-XMIT-STATUS
           MOVE A0-PROC-MM-DD           TO PCD-JOBST-PROC-DATE (1:4)
           MOVE A0-PROC-YY              TO PCD-JOBST-PROC-DATE (5:2)
           MOVE A0-ENTRY-SOURCE         TO PCD-JOBST-ENTRY-SOURCE
           MOVE A0-KEYED-OPERATOR-ID    TO PCD-JOBST-KEYED-OPERATOR
           SET PCD-JOBST-TEST-JOB       TO TRUE
           PERFORM 2250-SET-X12-VERSION THRU 2250-EXIT
           WRITE PCD-JOBST-REC
               INVALID KEY
                   MOVE '22' TO WS-WRITE-STATUS
           END-WRITE.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2250-SET-X12-VERSION -- IMPLEMENTATION GUIDE BEHIND THE A0    *
      **   FORMAT CODE; BLANK FOR NSF AND PROPRIETARY FORMATS.           *
      **----------------------------------------------------------------*
       2250-SET-X12-VERSION.
           EVALUATE TRUE
               WHEN X12N-837-PROF-4010
                   MOVE '004010X098'   TO PCD-JOBST-X12-VERSION
               WHEN X12N-837-DENTAL-4010
                   MOVE '004010X097'   TO PCD-JOBST-X12-VERSION
               WHEN X12N-837-INST-4010
                   MOVE '004010X096A1' TO PCD-JOBST-X12-VERSION
               WHEN X12N-837-PROF-5010
                   MOVE '005010X222A1' TO PCD-JOBST-X12-VERSION
               WHEN X12N-837-DENTAL-5010
                   MOVE '005010X224A2' TO PCD-JOBST-X12-VERSION
               WHEN OTHER
                   MOVE SPACES         TO PCD-JOBST-X12-VERSION
           END-EVALUATE.
       2250-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-PROD-FILE
           CLOSE PCD-TEST-FILE
           CLOSE PCD-JOBTS-MASTER
           CLOSE PCD-ONBM-MASTER
           DISPLAY 'PCD100 - PRODUCTION JOBS: ' WS-PROD-JOB-COUNT
               ' RECS: ' WS-PROD-REC-COUNT
           DISPLAY 'PCD100 - TEST JOBS:       ' WS-TEST-JOB-COUNT
               ' RECS: ' WS-TEST-REC-COUNT
           DISPLAY 'PCD100 - ONBOARDING JOBS HELD ON TEST PATH: '
               WS-ONBOARD-JOB-COUNT.
       9000-EXIT.
           EXIT.
