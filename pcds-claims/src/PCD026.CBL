      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          EACH CLAIM IS GIVEN ITS CLIENT      *
      **                          THROUGH PCDCLNT (SUBMITTER EIN PLUS *
      **                          BILLING TAX ID AGAINST THE PCDCLRG  *
      **                          REGISTRY) AND THE JOB ROW CARRIES   *
      **                          THE CLIENT, OR *MULTI WHEN THE JOB  *
      **                          HOLDS CLAIMS FOR MORE THAN ONE      *
      **                          CLIENT.                             *
      ** RTC    10/15/26          EACH ROW NOW CARRIES THE X12         *
      **                          IMPLEMENTATION GUIDE (4010 OR 5010)  *
      **                          BEHIND THE JOB'S FORMAT CODE.        *
      ** RTC    09/03/26          SET PCD-JOBST-TEST-IND = 'P' ON       *
      **                          EVERY ROW.  PCD100 NOW PEELS TEST     *
      **                          JOBS (A0-TEST-PROD-IND = 'TEST') OFF  *
      **                          Z0 TRAILER.  PCD026I READS THIS      *
      **                          MASTER TO DISPLAY THE ONLINE JOB     *
      **                          STATUS DASHBOARD.                   *
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
       PROGRAM-ID.    PCD026.
       77  WS-WRITE-STATUS              PIC X(002)  VALUE SPACES.
           88  WS-WRITE-FAILED                      VALUE '22'.
       77  WS-JOB-COUNT                 PIC 9(005)  COMP  VALUE ZERO.
       77  WS-CURRENT-SUB-EIN           PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-TAX-NUM           PIC 9(009)  VALUE ZERO.
       77  WS-CURRENT-TAX-TYPE          PIC X(001)  VALUE SPACES.
       77  WS-CLAIMS-UNREGISTERED       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MULTI-CLIENT-JOBS         PIC 9(005)  COMP  VALUE ZERO.
       COPY PCDCLNA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2100-START-JOB THRU 2100-EXIT
               WHEN B0-REC
                   IF B0-FEDERAL-TAX-NUM-X NUMERIC
                       MOVE B0-FEDERAL-TAX-NUM TO WS-CURRENT-TAX-NUM
                   ELSE
                       MOVE ZERO TO WS-CURRENT-TAX-NUM
                   END-IF
                   MOVE B0-TAX-ID-TYPE TO WS-CURRENT-TAX-TYPE
               WHEN C0-REC
                   PERFORM 2300-ASSIGN-CLIENT THRU 2300-EXIT
               WHEN Z0-REC
                   PERFORM 2200-CLOSE-JOB THRU 2200-EXIT
               WHEN OTHER
           MOVE A0-XMIT-STATUS          TO PCD-JOBST-XMIT-STATUS
           MOVE A0-PROC-MM-DD           TO PCD-JOBST-PROC-DATE (1:4)
           MOVE A0-PROC-YY              TO PCD-JOBST-PROC-DATE (5:2)
           MOVE A0-ENTRY-SOURCE         TO PCD-JOBST-ENTRY-SOURCE
           MOVE A0-KEYED-OPERATOR-ID    TO PCD-JOBST-KEYED-OPERATOR
           SET PCD-JOBST-PROD-JOB       TO TRUE
           IF A0-SUB-EIN-X NUMERIC
               MOVE A0-SUB-EIN TO WS-CURRENT-SUB-EIN
           ELSE
               MOVE ZERO       TO WS-CURRENT-SUB-EIN
           END-IF
           MOVE ZERO   TO WS-CURRENT-TAX-NUM
           MOVE SPACES TO WS-CURRENT-TAX-TYPE
           PERFORM 2150-SET-X12-VERSION THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-SET-X12-VERSION -- IMPLEMENTATION GUIDE BEHIND THE A0    *
      **   FORMAT CODE; BLANK FOR NSF AND PROPRIETARY FORMATS.           *
      **----------------------------------------------------------------*
       2150-SET-X12-VERSION.
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
       2150-EXIT.
           EXIT.
       2200-CLOSE-JOB.
           MOVE Z0-CLAIM-CNT     TO PCD-JOBST-CLAIM-CNT
           MOVE Z0-BATCH-CNT     TO PCD-JOBST-BATCH-CNT
           END-WRITE
           IF NOT WS-WRITE-FAILED
               ADD 1 TO WS-JOB-COUNT
               IF PCD-JOBST-MULTI-CLIENT
                   ADD 1 TO WS-MULTI-CLIENT-JOBS
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2300-ASSIGN-CLIENT -- THE FIRST REGISTERED CLAIM GIVES THE    *
      **   JOB ITS CLIENT; A LATER CLAIM FOR ANOTHER CLIENT MAKES IT     *
      **   *MULTI.  AN UNREGISTERED CLAIM LEAVES THE JOB AS IT IS.       *
      **----------------------------------------------------------------*
       2300-ASSIGN-CLIENT.
           MOVE 'A'                TO PCD-CLNA-FUNCTION
           MOVE 'PCD026'           TO PCD-CLNA-CALLER
           MOVE WS-CURRENT-SUB-EIN TO PCD-CLNA-SUB-EIN
           MOVE WS-CURRENT-TAX-NUM TO PCD-CLNA-FED-TAX-NUM
           MOVE WS-CURRENT-TAX-TYPE TO PCD-CLNA-TAX-ID-TYPE
           MOVE C0-PAT-CNTL-NUM    TO PCD-CLNA-PAT-CNTL-NO
           MOVE PCD-JOBST-UNIQUE-JOBNUM TO PCD-CLNA-JOBNUM
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD026 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-CLNA-NOT-REGISTERED
               ADD 1 TO WS-CLAIMS-UNREGISTERED
               GO TO 2300-EXIT
           END-IF
           IF PCD-JOBST-NO-CLIENT
               MOVE PCD-CLNA-CLIENT-ID TO PCD-JOBST-CLIENT-ID
           ELSE
               IF PCD-CLNA-CLIENT-ID NOT = PCD-JOBST-CLIENT-ID
                   SET PCD-JOBST-MULTI-CLIENT TO TRUE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-JOBST-MASTER
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD026 - JOB STATUS ROWS BUILT: ' WS-JOB-COUNT
           DISPLAY 'PCD026 - MULTI-CLIENT JOBS:     '
               WS-MULTI-CLIENT-JOBS
           DISPLAY 'PCD026 - CLAIMS WITH NO CLIENT: '
               WS-CLAIMS-UNREGISTERED.
       9000-EXIT.
           EXIT.
