      **                          MASTER (PCDJOBTS) FLAGGED 'T', SAME  *
      **                          AS PCD100 -- NEVER A PRODUCTION      *
      **                          PCDJOBST OR PCDCKPT ROW.             *
      ** RTC    10/15/26          EACH PRODUCTION CLAIM IS GIVEN ITS   *
      **                          CLIENT THROUGH PCDCLNT (SUBMITTER    *
      **                          EIN PLUS BILLING TAX ID AGAINST THE  *
      **                          PCDCLRG REGISTRY), AND THE JOB'S     *
      **                          DASHBOARD ROW IS CLOSED WITH THE     *
      **                          CLIENT, OR *MULTI WHEN THE JOB HOLDS *
      **                          CLAIMS FOR MORE THAN ONE CLIENT --   *
      **                          SAME RULE AS PCD026.                 *
      ** RTC    10/15/26          A JOB FROM A PARTNER STILL           *
      **                          ONBOARDING (A PCDONBM ROW NOT YET IN *
      **                          PRODUCTION STATUS) IS TREATED AS A   *
      **                          TEST JOB WHATEVER ITS A0 SAYS, SAME  *
      **                          AS PCD100, SO IT GETS NO PRODUCTION  *
      **                          DASHBOARD OR CHECKPOINT ROW.         *
      ** RTC    10/15/26          THE KEYED-ENTRY SOURCE AND KEYING    *
      **                          OPERATOR ON THE A0 OF A JOB FROM THE *
      **                          PCD230M/PCD231 DIRECT-DATA-ENTRY     *
      **                          PATH ARE CARRIED TO THE DASHBOARD    *
      **                          ROW.                                 *
      ** RTC    10/15/26          THE BILLING PROVIDER'S              *
      **                          B0-TAX-ID-TYPE IS PASSED TO PCDCLNT *
      **                          WITH THE TAX ID SO AN SSN IS        *
      **                          MATCHED AND RECORDED ONLY AS ITS    *
      **                          VAULT TOKEN.                        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD145.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBTS-UNIQUE-JOBNUM.
           SELECT PCD-ONBM-MASTER ASSIGN TO PCDONBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-ONBM-SUB-EIN
               FILE STATUS IS WS-ONBM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CYCLE-IN
       01  PCD-JOBTS-REC.
           05  PCD-JOBTS-UNIQUE-JOBNUM PIC X(008).
           05  PCD-JOBTS-BODY          PIC X(107).
       FD  PCD-ONBM-MASTER.
       COPY PCDONBM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-TEST-JOB-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-TEST-JOB                         VALUE 'Y'.
       77  WS-TEST-JOB-COUNT           PIC 9(004)  VALUE ZERO.
       77  WS-ONBM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ONBM-FOUND                       VALUE '00'.
       77  WS-CYCLE-NUM                PIC 9(004)  VALUE ZERO.
       77  WS-CYCLE-JOBS               PIC 9(004)  VALUE ZERO.
       77  WS-CYCLE-CLAIMS             PIC 9(007)  VALUE ZERO.
       77  WS-CYCLE-RECORDS            PIC 9(009)  COMP  VALUE ZERO.
       77  WS-CURRENT-SUB-EIN          PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-TAX-NUM          PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-TAX-TYPE         PIC X(001)  VALUE SPACES.
       77  WS-JOB-CLIENT-ID            PIC X(006)  VALUE SPACES.
           88  WS-JOB-NO-CLIENT                    VALUE SPACES.
           88  WS-JOB-MULTI-CLIENT                 VALUE '*MULTI'.
       77  WS-CLAIMS-UNREGISTERED      PIC 9(007)  COMP  VALUE ZERO.
       COPY PCDCLNA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT  PCD-ONBM-MASTER
           IF NOT WS-ONBM-FOUND
               DISPLAY 'PCD145 - PCDONBM NOT AVAILABLE, STATUS '
                   WS-ONBM-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CYCLE-IN
           OPEN EXTEND PCD-CLAIM-OUT
           OPEN I-O    PCD-CYCC-MASTER
               WHEN A0-FILE-HEADER-REC
                   ADD 1 TO WS-CYCLE-JOBS
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                   PERFORM 2050-CHECK-ONBOARDING THRU 2050-EXIT
                   IF A0-TEST-PROD-IND = 'TEST'
                   OR (WS-ONBM-FOUND AND NOT PCD-ONBM-PRODUCTION)
                       SET WS-TEST-JOB TO TRUE
                       ADD 1 TO WS-TEST-JOB-COUNT
                   ELSE
                       MOVE 'N' TO WS-TEST-JOB-SWITCH
                   END-IF
                   MOVE SPACES TO WS-JOB-CLIENT-ID
                   MOVE ZERO   TO WS-CURRENT-TAX-NUM
                   MOVE SPACES TO WS-CURRENT-TAX-TYPE
                   IF A0-SUB-EIN-X NUMERIC
                       MOVE A0-SUB-EIN TO WS-CURRENT-SUB-EIN
                   ELSE
                       MOVE ZERO       TO WS-CURRENT-SUB-EIN
                   END-IF
                   PERFORM 2100-OPEN-JOB THRU 2100-EXIT
               WHEN B0-REC
                   IF B0-FEDERAL-TAX-NUM-X NUMERIC
                       MOVE B0-FEDERAL-TAX-NUM TO WS-CURRENT-TAX-NUM
                   ELSE
                       MOVE ZERO TO WS-CURRENT-TAX-NUM
                   END-IF
                   MOVE B0-TAX-ID-TYPE TO WS-CURRENT-TAX-TYPE
               WHEN C0-REC
                   ADD 1 TO WS-CYCLE-CLAIMS
                   IF NOT WS-TEST-JOB
                       PERFORM 2300-ASSIGN-CLIENT THRU 2300-EXIT
                   END-IF
               WHEN Z0-REC
                   IF NOT WS-TEST-JOB
                       PERFORM 2200-CLOSE-JOB THRU 2200-EXIT
           PERFORM 1100-READ-CYCLE-FILE THRU 1100-EXIT.
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
           END-READ.
       2050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-OPEN-JOB -- DASHBOARD AND CHECKPOINT ROWS FOR THE JOB,   *
      **   SAME FIELDS PCD026 FILLS AT NIGHT.  A TEST JOB GETS ITS ROW   *
           MOVE A0-XMIT-STATUS          TO PCD-JOBST-XMIT-STATUS
           MOVE A0-PROC-MM-DD           TO PCD-JOBST-PROC-DATE (1:4)
           MOVE A0-PROC-YY              TO PCD-JOBST-PROC-DATE (5:2)
           MOVE A0-ENTRY-SOURCE         TO PCD-JOBST-ENTRY-SOURCE
           MOVE A0-KEYED-OPERATOR-ID    TO PCD-JOBST-KEYED-OPERATOR
           IF WS-TEST-JOB
               SET PCD-JOBST-TEST-JOB TO TRUE
               MOVE PCD-JOBST-REC TO PCD-JOBTS-REC
           MOVE Z0-BATCH-CNT     TO PCD-JOBST-BATCH-CNT
           MOVE Z0-SVC-LINE-CNT  TO PCD-JOBST-SVC-LINE-CNT
           MOVE Z0-REC-CNT       TO PCD-JOBST-REC-CNT
           MOVE WS-JOB-CLIENT-ID TO PCD-JOBST-CLIENT-ID
           REWRITE PCD-JOBST-REC
           MOVE PCD-JOBST-UNIQUE-JOBNUM TO PCD-CKPT-JOBNUM
           READ PCD-CKPT-MASTER
           REWRITE PCD-CKPT-REC.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-ASSIGN-CLIENT -- THE FIRST REGISTERED CLAIM GIVES THE    *
      **   JOB ITS CLIENT; A LATER CLAIM FOR ANOTHER CLIENT MAKES IT     *
      **   *MULTI.  AN UNREGISTERED CLAIM LEAVES THE JOB AS IT IS.       *
      **----------------------------------------------------------------*
       2300-ASSIGN-CLIENT.
           MOVE 'A'                TO PCD-CLNA-FUNCTION
           MOVE 'PCD145'           TO PCD-CLNA-CALLER
           MOVE WS-CURRENT-SUB-EIN TO PCD-CLNA-SUB-EIN
           MOVE WS-CURRENT-TAX-NUM TO PCD-CLNA-FED-TAX-NUM
           MOVE WS-CURRENT-TAX-TYPE TO PCD-CLNA-TAX-ID-TYPE
           MOVE C0-PAT-CNTL-NUM    TO PCD-CLNA-PAT-CNTL-NO
           MOVE WS-CURRENT-JOBNUM  TO PCD-CLNA-JOBNUM
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD145 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-CLNA-NOT-REGISTERED
               ADD 1 TO WS-CLAIMS-UNREGISTERED
               GO TO 2300-EXIT
           END-IF
           IF WS-JOB-NO-CLIENT
               MOVE PCD-CLNA-CLIENT-ID TO WS-JOB-CLIENT-ID
           ELSE
               IF PCD-CLNA-CLIENT-ID NOT = WS-JOB-CLIENT-ID
                   SET WS-JOB-MULTI-CLIENT TO TRUE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
       3000-CLOSE-CYCLE.
           MOVE WS-CYCLE-NUM TO PCD-CYCC-CYCLE-NUM
           READ PCD-CYCC-MASTER
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-CKPT-MASTER
           CLOSE PCD-JOBTS-MASTER
           CLOSE PCD-ONBM-MASTER
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD145 - CYCLE NUMBER:   ' WS-CYCLE-NUM
           DISPLAY 'PCD145 - JOBS PICKED UP: ' WS-CYCLE-JOBS
           DISPLAY 'PCD145 - CLAIMS IN:      ' WS-CYCLE-CLAIMS
           DISPLAY 'PCD145 - RECORDS ADDED:  ' WS-CYCLE-RECORDS
           DISPLAY 'PCD145 - TEST JOBS (PCDJOBTS): '
               WS-TEST-JOB-COUNT
           DISPLAY 'PCD145 - CLAIMS WITH NO CLIENT: '
               WS-CLAIMS-UNREGISTERED.
       9000-EXIT.
           EXIT.
