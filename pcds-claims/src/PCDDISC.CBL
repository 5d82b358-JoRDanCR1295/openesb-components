      **==============================================================*
      **                                                               *
      **    PROGRAM: PCDDISC          SYSTEM: PCDS                     *
      **    PHI ACCESS LOGGER FOR THE ONLINE INQUIRIES (CALLABLE)      *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  THE ONLINE         *
      **                          INQUIRIES LEFT NO TRACE OF WHO HAD   *
      **                          VIEWED A PATIENT'S DATA, SO A        *
      **                          REQUEST FOR AN ACCOUNTING OF         *
      **                          DISCLOSURES COULD NOT BE ANSWERED.   *
      **                          EVERY INQUIRY THAT SHOWS PATIENT     *
      **                          DATA NOW CALLS THIS MODULE (FUNCTION *
      **                          'L') WITH THE OPERATOR, ITSELF, THE  *
      **                          PATIENT CONTROL NUMBER AND ITS OWN   *
      **                          ITEM KEY.  THE PCN IS RESOLVED TO    *
      **                          ITS PCDEPIM PERSON ID THE WAY PCD125 *
      **                          DOES IT -- THE CLAIM'S FIRST C0 ON   *
      **                          PCDCRPM GIVES THE NAME, BIRTH DATE   *
      **                          AND SEX THAT MAKE THE PCDEPIX MATCH  *
      **                          KEY -- AND ONE ROW IS APPENDED TO    *
      **                          PCDDISL.  THE FILES STAY OPEN        *
      **                          BETWEEN CALLS UNTIL THE CALLER SENDS *
      **                          FUNCTION 'C'.                        *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCDDISC.
       AUTHOR.        DATA SECURITY UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-DISL-FILE   ASSIGN TO PCDDISL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISL-FILE-STATUS.
           SELECT PCD-CRPM-MASTER ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-DISL-FILE
           RECORDING MODE IS F.
       COPY PCDDISL.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDIOER.
       77  WS-LOG-OPEN-SW              PIC X(001)  VALUE 'N'.
           88  WS-LOG-OPEN                         VALUE 'Y'.
       77  WS-LOOKUP-OPEN-SW           PIC X(001)  VALUE 'N'.
           88  WS-LOOKUP-OPEN                      VALUE 'Y'.
       77  WS-CHAIN-END-SW             PIC X(001)  VALUE 'N'.
           88  WS-CHAIN-END                        VALUE 'Y'.
       77  WS-C0-FOUND-SW              PIC X(001)  VALUE 'N'.
           88  WS-C0-FOUND                         VALUE 'Y'.
       77  WS-DISL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-DISL-OK                          VALUE '00'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CRPM-OK                          VALUE '00'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-ACCESS-TIME              PIC 9(008)  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE LAST PCN RESOLVED.  A BROWSE SCREEN SHOWS THE SAME CLAIM  *
      **   AGAIN AND AGAIN, SO IT IS NOT LOOKED UP EACH TIME.            *
      **----------------------------------------------------------------*
       01  WS-LAST-PATIENT.
           05  WS-LAST-PAT-CNTL-NO     PIC X(020)  VALUE SPACES.
           05  WS-LAST-PERSON-ID       PIC 9(009)  VALUE ZERO.
           05  WS-LAST-L-NAME          PIC X(020)  VALUE SPACES.
           05  WS-LAST-F-NAME          PIC X(010)  VALUE SPACES.
       LINKAGE SECTION.
       COPY PCDDISA.
       PROCEDURE DIVISION USING PCD-DISA-AREA.
       0000-MAINLINE.
           MOVE '00' TO PCD-DISA-RETURN-CODE
           IF PCD-DISA-CLOSE
               PERFORM 8000-CLOSE-LOG THRU 8000-EXIT
               GOBACK
           END-IF
           IF NOT WS-LOG-OPEN
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-LOG-OPEN
               MOVE '12' TO PCD-DISA-RETURN-CODE
               GOBACK
           END-IF
           IF PCD-DISA-LOG-ACCESS
               PERFORM 2000-RESOLVE-PERSON THRU 2000-EXIT
               PERFORM 3000-WRITE-LOG      THRU 3000-EXIT
           END-IF
           GOBACK.
      **----------------------------------------------------------------*
      **   1000-OPEN-FILES -- NO LOG, NO ACCESS: THE CALLER IS TOLD AND  *
      **   MUST NOT SHOW THE DATA.  WITHOUT THE LOOKUP FILES THE ROW IS  *
      **   STILL WRITTEN, JUST WITHOUT THE PERSON ID.                    *
      **----------------------------------------------------------------*
       1000-OPEN-FILES.
           OPEN EXTEND PCD-DISL-FILE
           IF NOT WS-DISL-OK
               MOVE 'PCDDISL'           TO PCD-IOERR-FILE-NAME
               MOVE WS-DISL-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-LOG-IO-ERROR THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF
           SET WS-LOG-OPEN TO TRUE
           OPEN INPUT PCD-CRPM-MASTER
           IF NOT WS-CRPM-OK
               DISPLAY 'PCDDISC - PCDCRPM NOT AVAILABLE, STATUS '
                   WS-CRPM-FILE-STATUS ' - PERSON IDS NOT RESOLVED'
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCDDISC - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - PERSON IDS NOT RESOLVED'
               CLOSE PCD-CRPM-MASTER
               GO TO 1000-EXIT
           END-IF
           SET WS-LOOKUP-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-RESOLVE-PERSON -- THE FIRST C0 OF THE CLAIM'S CHAIN ON   *
      **   PCDCRPM GIVES THE PCDEPIX MATCH KEY, AS IN PCD125.            *
      **----------------------------------------------------------------*
       2000-RESOLVE-PERSON.
           IF PCD-DISA-PAT-CNTL-NO = SPACES
              OR PCD-DISA-PAT-CNTL-NO = WS-LAST-PAT-CNTL-NO
               GO TO 2000-EXIT
           END-IF
           MOVE PCD-DISA-PAT-CNTL-NO TO WS-LAST-PAT-CNTL-NO
           MOVE ZERO                 TO WS-LAST-PERSON-ID
           MOVE SPACES               TO WS-LAST-L-NAME
                                        WS-LAST-F-NAME
           IF NOT WS-LOOKUP-OPEN
               GO TO 2000-EXIT
           END-IF
           MOVE 'N'                  TO WS-CHAIN-END-SW
                                        WS-C0-FOUND-SW
           MOVE PCD-DISA-PAT-CNTL-NO TO PCD-CRPM-PAT-CNTL-NO
           MOVE LOW-VALUES           TO PCD-CRPM-PROC-DATE
           MOVE ZERO                 TO PCD-CRPM-REC-SEQ
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   SET WS-CHAIN-END TO TRUE
           END-START
           PERFORM 2100-READ-CHAIN THRU 2100-EXIT
               UNTIL WS-CHAIN-END OR WS-C0-FOUND
           IF NOT WS-C0-FOUND
               GO TO 2000-EXIT
           END-IF
           MOVE C0-PAT-L-NAME       TO WS-LAST-L-NAME
           MOVE C0-PAT-F-NAME       TO WS-LAST-F-NAME
           MOVE C0-PAT-L-NAME       TO PCD-EPIX-L-NAME
           MOVE C0-PAT-F-NAME       TO PCD-EPIX-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO PCD-EPIX-BIRTH-DATE
           MOVE C0-PAT-SEX          TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO WS-LAST-PERSON-ID
           END-IF.
       2000-EXIT.
           EXIT.
       2100-READ-CHAIN.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-CHAIN-END TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF PCD-CRPM-PAT-CNTL-NO NOT = PCD-DISA-PAT-CNTL-NO
               SET WS-CHAIN-END TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-PCDSCLAIM-REC
           IF C0-REC
               SET WS-C0-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-WRITE-LOG.
           MOVE SPACES               TO PCD-DISL-REC
           MOVE PCD-DISA-OPERATOR-ID TO PCD-DISL-OPERATOR-ID
           ACCEPT PCD-DISL-ACCESS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCESS-TIME FROM TIME
           MOVE WS-ACCESS-TIME (1:6) TO PCD-DISL-ACCESS-TIME
           MOVE PCD-DISA-CALLER      TO PCD-DISL-SOURCE-PGM
           MOVE PCD-DISA-PAT-CNTL-NO TO PCD-DISL-PAT-CNTL-NO
           MOVE PCD-DISA-ITEM-KEY    TO PCD-DISL-ITEM-KEY
           MOVE ZERO                 TO PCD-DISL-PERSON-ID
           IF PCD-DISA-PAT-CNTL-NO NOT = SPACES
               MOVE WS-LAST-PERSON-ID TO PCD-DISL-PERSON-ID
               MOVE WS-LAST-L-NAME    TO PCD-DISL-PAT-L-NAME
               MOVE WS-LAST-F-NAME    TO PCD-DISL-PAT-F-NAME
           END-IF
           MOVE PCD-DISL-PERSON-ID   TO PCD-DISA-PERSON-ID
           WRITE PCD-DISL-REC
           IF NOT WS-DISL-OK
               MOVE 'PCDDISL'           TO PCD-IOERR-FILE-NAME
               MOVE WS-DISL-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-LOG-IO-ERROR THRU 9100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF PCD-DISL-PERSON-ID = ZERO
               MOVE '04' TO PCD-DISA-RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
       8000-CLOSE-LOG.
           IF WS-LOG-OPEN
               CLOSE PCD-DISL-FILE
           END-IF
           IF WS-LOOKUP-OPEN
               CLOSE PCD-CRPM-MASTER
               CLOSE PCD-EPIX-MASTER
           END-IF
           MOVE 'N'    TO WS-LOG-OPEN-SW
                          WS-LOOKUP-OPEN-SW
           MOVE SPACES TO WS-LAST-PAT-CNTL-NO.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9100-LOG-IO-ERROR -- RAISE THE INCIDENT AND HAND '12' BACK;   *
      **   THE CALLER MUST NOT SHOW DATA THAT COULD NOT BE LOGGED.       *
      **----------------------------------------------------------------*
       9100-LOG-IO-ERROR.
           MOVE 'PCDDISC' TO PCD-IOERR-PROGRAM
           MOVE SPACES    TO PCD-IOERR-JOBNUM
                             PCD-IOERR-BATCH-TYPE
                             PCD-IOERR-BATCH-NUM
           CALL 'PCDIOERR' USING PCD-IOERR-AREA
           MOVE '12' TO PCD-DISA-RETURN-CODE.
       9100-EXIT.
           EXIT.
