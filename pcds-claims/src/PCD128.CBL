      **                          ITEM FOR THE JOB WITH ITS REASON     *
      **                          CODE -- AND REWRITES THE ROW         *
      **                          FULFILLED WITH TODAY'S DATE.         *
      ** RTC    10/15/26          THE ACK NOW STATES THE JOB'S FORMAT  *
      **                          VERSION CODE AND, FOR X12 JOBS, THE  *
      **                          4010 OR 5010 IMPLEMENTATION GUIDE.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD128.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 100 TIMES.
               10  WS-JB-JOBNUM       PIC X(008).
               10  WS-JB-FORMAT-VERS  PIC X(007).
               10  WS-JB-X12-VERSION  PIC X(012).
               10  WS-JB-CLAIMS       PIC 9(007)  COMP.
               10  WS-JB-BATCHES      PIC 9(004)  COMP.
               10  WS-JB-CHARGES      PIC S9(013)V99 COMP-3.
                       MOVE ZERO TO WS-JB-CLAIMS  (WS-JOB-COUNT)
                                    WS-JB-BATCHES (WS-JOB-COUNT)
                                    WS-JB-CHARGES (WS-JOB-COUNT)
                       MOVE A0-FORMAT-VERS-CODE
                           TO WS-JB-FORMAT-VERS (WS-JOB-COUNT)
                       PERFORM 2100-SET-X12-VERSION THRU 2100-EXIT
                   END-IF
               WHEN C0-REC
                   IF WS-JOB-COUNT > ZERO
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-SET-X12-VERSION -- IMPLEMENTATION GUIDE BEHIND THE A0    *
      **   FORMAT CODE; BLANK FOR NSF AND PROPRIETARY FORMATS.           *
      **----------------------------------------------------------------*
       2100-SET-X12-VERSION.
           EVALUATE TRUE
               WHEN X12N-837-PROF-4010
                   MOVE '004010X098'
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
               WHEN X12N-837-DENTAL-4010
                   MOVE '004010X097'
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
               WHEN X12N-837-INST-4010
                   MOVE '004010X096A1'
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
               WHEN X12N-837-PROF-5010
                   MOVE '005010X222A1'
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
               WHEN X12N-837-DENTAL-5010
                   MOVE '005010X224A2'
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
               WHEN OTHER
                   MOVE SPACES
                       TO WS-JB-X12-VERSION (WS-JOB-COUNT)
           END-EVALUATE.
       2100-EXIT.
           EXIT.
       3000-BUILD-ACKS.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                  PCD-ACKM-SUBMITTER-ID DELIMITED BY SIZE
               INTO PCD-ACKOUT-LINE
           WRITE PCD-ACKOUT-LINE
           MOVE SPACES TO PCD-ACKOUT-LINE
           STRING 'FORMAT VERSION          ' DELIMITED BY SIZE
                  WS-JB-FORMAT-VERS (WS-JOB-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-JB-X12-VERSION (WS-JOB-SUB) DELIMITED BY SIZE
               INTO PCD-ACKOUT-LINE
           WRITE PCD-ACKOUT-LINE
           MOVE SPACES                 TO WS-ACK-DETAIL
           MOVE 'CLAIMS ACCEPTED'      TO WS-A-LABEL
           MOVE WS-JB-CLAIMS (WS-JOB-SUB) TO WS-A-VALUE
