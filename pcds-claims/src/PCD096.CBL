      **                          DEPENDENT LINKED TO THE SAME         *
      **                          HOUSEHOLD GROUPS TOGETHER UNDER ONE  *
      **                          BREAK IN THE REPORT.                 *
      ** RTC    10/15/26          EACH LINKED PATIENT IS NOW RESOLVED  *
      **                          TO ITS PCDEPIM PERSON ID THROUGH     *
      **                          PCDEPIX (C0 NAME, BIRTH DATE AND     *
      **                          SEX), AND AT EACH HOUSEHOLD BREAK    *
      **                          THE HOUSEHOLD SIZE -- THE SUBSCRIBER *
      **                          PLUS EACH DISTINCT DEPENDENT LINKED  *
      **                          UNDER IT -- IS POSTED TO THE PCDFAM  *
      **                          FINANCIAL-ASSISTANCE ROW OF EVERY    *
      **                          MEMBER WHO HAS ONE, FOR PCD172 TO    *
      **                          SCREEN WITH.  THE LARGEST SIZE SEEN  *
      **                          IS KEPT.                             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD096.
           SELECT SORT-WORK-FILE  ASSIGN TO SORTWK01.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDCNLNK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-FAM-MASTER  ASSIGN TO PCDFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FAM-PERSON-ID
               FILE STATUS IS WS-FAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           05  SD-PAT-CNTL-NO          PIC X(020).
           05  SD-OWN-HL-ID            PIC X(006).
           05  SD-ADDL-PAT-NAME        PIC X(060).
           05  SD-PERSON-ID            PIC 9(009).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(100).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-FAM-MASTER.
       COPY PCDFAM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-SAVE-PARENT-ID           PIC X(006)  VALUE SPACES.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-GROUP-COUNT              PIC 9(005)  COMP  VALUE ZERO.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-FAM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-FAM-FOUND                        VALUE '00'.
       77  WS-HH-MEMBER-COUNT          PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HH-SUB                   PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HH-SIZE                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-HH-DUP-SW                PIC X(001)  VALUE 'N'.
           88  WS-HH-DUPLICATE                     VALUE 'Y'.
       77  WS-FAM-UPDATED              PIC 9(005)  COMP  VALUE ZERO.
       01  WS-C0-MATCH-KEY.
           05  WS-C0-L-NAME            PIC X(020).
           05  WS-C0-F-NAME            PIC X(010).
           05  WS-C0-BIRTH-DATE        PIC X(008).
           05  WS-C0-SEX               PIC X(001).
      **----------------------------------------------------------------*
      **   PERSON IDS OF THE DEPENDENTS IN THE CURRENT HOUSEHOLD GROUP.  *
      **   AN UNRESOLVED PATIENT (ZERO) STILL COUNTS AS A MEMBER.        *
      **----------------------------------------------------------------*
       01  WS-HH-MEMBER-TABLE.
           05  WS-HH-PERSON-ID OCCURS 50 TIMES PIC 9(009).
       01  WS-REPORT-DETAIL.
           05  WS-D-JOBNUM              PIC X(008).
           05  FILLER                   PIC X(002).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-REPORT-FILE
           OPEN INPUT  PCD-EPIX-MASTER
           OPEN I-O    PCD-FAM-MASTER
           MOVE 'JOBNUM   PAT-CNTL-NO          OWN-HL-ID  '
               TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
               INPUT PROCEDURE  3000-EXTRACT-CN    THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-TRACE-HOUSEHOLD THRU 4000-EXIT
           CLOSE PCD-REPORT-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-FAM-MASTER
           DISPLAY 'PCD096 - HOUSEHOLD MEMBERS LINKED: '
               WS-GROUP-COUNT
           DISPLAY 'PCD096 - ASSISTANCE ROWS SIZED:    '
               WS-FAM-UPDATED
           STOP RUN.
      **----------------------------------------------------------------*
      **   3000-EXTRACT-CN -- ONE SORT RECORD PER POPULATED CN LINK     *
                   IF A0-FILE-HEADER-REC
                       MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
                   END-IF
                   IF C0-REC
                       MOVE C0-PAT-L-NAME       TO WS-C0-L-NAME
                       MOVE C0-PAT-F-NAME       TO WS-C0-F-NAME
                       MOVE C0-PAT-BIRTH-DATE-X TO WS-C0-BIRTH-DATE
                       MOVE C0-PAT-SEX          TO WS-C0-SEX
                   END-IF
                   IF CN-REC AND CN-PAT-HL-PARENT-ID-NO NOT = SPACES
                       ADD 1 TO WS-SEQUENCE-CTR
                       MOVE CN-PAT-HL-PARENT-ID-NO TO SD-PARENT-ID
                       MOVE CN-PAT-CNTL-NO          TO SD-PAT-CNTL-NO
                       MOVE CN-PAT-HL-ID-NO         TO SD-OWN-HL-ID
                       MOVE CN-ADDITIONAL-PAT-NAME  TO SD-ADDL-PAT-NAME
                       PERFORM 3100-RESOLVE-PERSON THRU 3100-EXIT
                       RELEASE SD-SORT-REC
                   END-IF
               END-IF
           CLOSE PCD-CLAIM-FILE.
       3000-EXIT.
           EXIT.
       3100-RESOLVE-PERSON.
           MOVE ZERO            TO SD-PERSON-ID
           MOVE WS-C0-MATCH-KEY TO PCD-EPIX-MATCH-KEY
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO SD-PERSON-ID
           END-IF.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-TRACE-HOUSEHOLD -- CONTROL BREAK ON THE PARENT ID       *
      **----------------------------------------------------------------*
           PERFORM UNTIL WS-SORT-END-OF-FILE
               IF WS-FIRST-RECORD
                  OR SD-PARENT-ID NOT = WS-SAVE-PARENT-ID
                   IF NOT WS-FIRST-RECORD
                       PERFORM 4100-POST-HOUSEHOLD-SIZE THRU 4100-EXIT
                   END-IF
                   MOVE ZERO         TO WS-HH-MEMBER-COUNT
                   MOVE SD-PARENT-ID TO WS-SAVE-PARENT-ID
                   MOVE 'N'          TO WS-FIRST-RECORD-SWITCH
                   MOVE SPACES       TO PCD-REPORT-LINE
               MOVE WS-REPORT-DETAIL    TO PCD-REPORT-LINE
               WRITE PCD-REPORT-LINE
               ADD 1 TO WS-GROUP-COUNT
               PERFORM 4050-NOTE-MEMBER THRU 4050-EXIT
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-END-OF-FILE TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4100-POST-HOUSEHOLD-SIZE THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4050-NOTE-MEMBER.
           MOVE 'N' TO WS-HH-DUP-SW
           IF SD-PERSON-ID > ZERO
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > WS-HH-MEMBER-COUNT
                   IF WS-HH-PERSON-ID (WS-HH-SUB) = SD-PERSON-ID
                       SET WS-HH-DUPLICATE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-HH-DUPLICATE AND WS-HH-MEMBER-COUNT < 50
               ADD 1 TO WS-HH-MEMBER-COUNT
               MOVE SD-PERSON-ID TO WS-HH-PERSON-ID (WS-HH-MEMBER-COUNT)
           END-IF.
       4050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4100-POST-HOUSEHOLD-SIZE -- SUBSCRIBER PLUS DEPENDENTS.       *
      **----------------------------------------------------------------*
       4100-POST-HOUSEHOLD-SIZE.
           COMPUTE WS-HH-SIZE = WS-HH-MEMBER-COUNT + 1
           IF WS-HH-SIZE > 99
               MOVE 99 TO WS-HH-SIZE
           END-IF
           PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                   UNTIL WS-HH-SUB > WS-HH-MEMBER-COUNT
               IF WS-HH-PERSON-ID (WS-HH-SUB) > ZERO
                   MOVE WS-HH-PERSON-ID (WS-HH-SUB) TO PCD-FAM-PERSON-ID
                   READ PCD-FAM-MASTER
                       INVALID KEY
                           MOVE '23' TO WS-FAM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WS-FAM-FILE-STATUS
                   END-READ
                   IF WS-FAM-FOUND
                    AND WS-HH-SIZE > PCD-FAM-LINKED-HH-SIZE
                       MOVE WS-HH-SIZE TO PCD-FAM-LINKED-HH-SIZE
                       REWRITE PCD-FAM-REC
                       ADD 1 TO WS-FAM-UPDATED
                   END-IF
               END-IF
           END-PERFORM.
       4100-EXIT.
           EXIT.
