      **                          OWN DETAIL GROUP AND A BUCKET-COUNT  *
      **                          SUBTOTAL LINE -- THE PER-SUBMITTER   *
      **                          BREAKOUT THAT SHOWS WHO IS SLIPPING. *
      ** RTC    10/15/26          EACH AA ROW NOW CARRIES THE CLIENT  *
      **                          OF ITS JOB (THE PCDJOBST ROW'S      *
      **                          CLIENT ID, *MULTI FOR A JOB THAT    *
      **                          MIXED CLIENTS) AS THE MAJOR SORT    *
      **                          KEY AND CONTROL BREAK, SO EACH      *
      **                          SUBMITTER SUBTOTAL BELONGS TO ONE   *
      **                          CLIENT; THE CLIENT IS PRINTED ON    *
      **                          THE ROW AND CARRIED IN A SIX-BYTE   *
      **                          PCDRPTC TAG AFTER THE PRINT TEXT,   *
      **                          SO PCD087 CAN PACKAGE THE REPORT    *
      **                          FOR ONE CLIENT.                     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD079.
           SELECT SORT-WORK-FILE  ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDAAAGE
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-JOBST-MASTER ASSIGN TO PCDJOBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-JOBST-UNIQUE-JOBNUM
               FILE STATUS IS WS-JOBST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       01  PCD-CLAIM-RECORD           PIC X(192).
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-CLIENT-ID            PIC X(006).
           05  SD-SUBMITTER-ID         PIC X(016).
           05  SD-JOBNUM               PIC X(008).
           05  SD-TURNAROUND-DAYS      PIC S9(009).
           05  SD-BUCKET-NO            PIC 9(001).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(100).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDRPTC.
       77  WS-JOBST-FILE-STATUS        PIC X(002)  VALUE SPACES.
           88  WS-JOBST-FOUND                      VALUE '00'.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
           88  WS-SORT-END-OF-FILE                   VALUE 'Y'.
       77  WS-FIRST-RECORD-SWITCH        PIC X(001)  VALUE 'Y'.
           88  WS-FIRST-RECORD                       VALUE 'Y'.
       77  WS-SAVE-CLIENT-ID             PIC X(006)  VALUE SPACES.
       77  WS-SAVE-SUBMITTER-ID          PIC X(016)  VALUE SPACES.
       77  WS-BUCKET-1-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BUCKET-2-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BUCKET-3-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-BUCKET-4-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       01  WS-REPORT-DETAIL.
           05  WS-D-CLIENT-ID           PIC X(006).
           05  FILLER                   PIC X(002).
           05  WS-D-JOBNUM              PIC X(008).
           05  FILLER                   PIC X(002).
           05  WS-D-SUBMITTER-ID        PIC X(016).
               TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-ID
               ON ASCENDING KEY SD-SUBMITTER-ID
               ON ASCENDING KEY SD-JOBNUM
               INPUT PROCEDURE  2000-EXTRACT-AA      THRU 2000-EXIT
           EXIT.
       2000-EXTRACT-AA.
           OPEN INPUT PCD-CLAIM-FILE
           OPEN INPUT PCD-JOBST-MASTER
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN A0-FILE-HEADER-REC
                       MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                       PERFORM 2050-LOOKUP-JOB-CLIENT THRU 2050-EXIT
                   WHEN AA-REC
                       PERFORM 2100-COMPUTE-TURNAROUND THRU 2100-EXIT
                   WHEN OTHER
               END-EVALUATE
               PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           END-PERFORM
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-JOBST-MASTER.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-LOOKUP-JOB-CLIENT -- THE AA IS A FILE-LEVEL RECORD, SO   *
      **   ITS ROW TAKES THE CLIENT INTAKE SET ON THE JOB'S PCDJOBST     *
      **   ROW (*MULTI WHEN THE JOB MIXED CLIENTS); *NONE* WHEN THE JOB  *
      **   HAS NO ROW OR NO CLIENT.                                      *
      **----------------------------------------------------------------*
       2050-LOOKUP-JOB-CLIENT.
           SET PCD-RPTC-NO-CLIENT TO TRUE
           MOVE WS-CURRENT-JOBNUM TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-JOBST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-JOBST-FILE-STATUS
           END-READ
           IF WS-JOBST-FOUND
              AND NOT PCD-JOBST-NO-CLIENT
               MOVE PCD-JOBST-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           END-IF.
       2050-EXIT.
           EXIT.
       2100-COMPUTE-TURNAROUND.
           IF AA-PROCESS-THRU-DATE NOT = SPACES
              AND AA-RECEIPT-DATE NOT = SPACES
                   WS-RCPT-DAYNUM - WS-THRU-DAYNUM
               PERFORM 2200-SET-AGE-BUCKET THRU 2200-EXIT
               MOVE SPACES               TO SD-SORT-REC
               MOVE PCD-RPTC-CLIENT-ID   TO SD-CLIENT-ID
               MOVE AA-ORIG-SUBMITTER-ID TO SD-SUBMITTER-ID
               MOVE WS-CURRENT-JOBNUM    TO SD-JOBNUM
               MOVE WS-TURNAROUND-DAYS   TO SD-TURNAROUND-DAYS
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-BREAK-SUBMITTER -- CONTROL BREAK ON CLIENT/SUBMITTER ID  *
      **   WITH PER-SUBMITTER BUCKET COUNTS                              *
      **----------------------------------------------------------------*
       4000-BREAK-SUBMITTER.
           RETURN SORT-WORK-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE
               IF WS-FIRST-RECORD
                   MOVE SD-CLIENT-ID    TO WS-SAVE-CLIENT-ID
                   MOVE SD-SUBMITTER-ID TO WS-SAVE-SUBMITTER-ID
                   MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               END-IF
               IF SD-CLIENT-ID    NOT = WS-SAVE-CLIENT-ID
                  OR SD-SUBMITTER-ID NOT = WS-SAVE-SUBMITTER-ID
                   PERFORM 4200-WRITE-SUBTOTAL THRU 4200-EXIT
                   MOVE SD-CLIENT-ID    TO WS-SAVE-CLIENT-ID
                   MOVE SD-SUBMITTER-ID TO WS-SAVE-SUBMITTER-ID
               END-IF
               PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
           EXIT.
       4100-WRITE-DETAIL.
           MOVE SPACES               TO WS-REPORT-DETAIL
           MOVE SD-CLIENT-ID         TO WS-D-CLIENT-ID
           MOVE SD-JOBNUM            TO WS-D-JOBNUM
           MOVE SD-SUBMITTER-ID      TO WS-D-SUBMITTER-ID
           MOVE SD-TURNAROUND-DAYS   TO WS-D-TURNAROUND-DAYS
           MOVE SD-AGE-BUCKET        TO WS-D-AGE-BUCKET
           MOVE WS-REPORT-DETAIL     TO PCD-REPORT-LINE
           MOVE SD-CLIENT-ID         TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE.
       4100-EXIT.
           EXIT.
           MOVE WS-BUCKET-3-COUNT    TO WS-S-BUCKET-3
           MOVE WS-BUCKET-4-COUNT    TO WS-S-BUCKET-4
           MOVE WS-SUBTOTAL-LINE     TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID    TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE SPACES               TO PCD-REPORT-LINE
           MOVE WS-SAVE-CLIENT-ID    TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           MOVE ZERO TO WS-BUCKET-1-COUNT
           MOVE ZERO TO WS-BUCKET-2-COUNT
