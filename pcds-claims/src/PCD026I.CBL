      **                          SUBMITTER, FORMAT, TRANSMISSION      *
      **                          STATUS, AND THE BATCH/SERVICE-LINE/  *
      **                          RECORD COUNTS OFF THE Z0 TRAILER.    *
      ** RTC    10/15/26          SHOWS THE X12 IMPLEMENTATION GUIDE   *
      **                          (004010X098, 005010X222A1, ...)      *
      **                          NEXT TO THE FORMAT VERSION CODE.     *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR    *
      **                          ID, WITHOUT WHICH NO JOB IS SHOWN,   *
      **                          AND EVERY JOB SHOWN IS LOGGED        *
      **                          THROUGH PCDDISC TO THE PCDDISL       *
      **                          ACCESS LOG UNDER ITS JOBNUM.  IF THE *
      **                          LOG CANNOT BE WRITTEN THE JOB IS NOT *
      **                          SHOWN.                               *
      ** RTC    10/15/26          THE OPERATOR NOW ALSO KEYS A CLIENT  *
      **                          ID, CHECKED AGAINST THE PCDCLRG      *
      **                          REGISTRY THROUGH PCDCLNT, AND ONLY   *
      **                          THAT CLIENT'S JOBS ARE SHOWN --      *
      **                          ANOTHER CLIENT'S JOB (OR A *MULTI    *
      **                          JOB) READS AS NOT FOUND AND IS NOT   *
      **                          LOGGED.                              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD026I.
       FD  PCD-JOBST-MASTER.
       COPY PCDJOBST.
       WORKING-STORAGE SECTION.
       COPY PCDDISA.
       77  WS-READ-STATUS               PIC X(002)  VALUE SPACES.
           88  WS-READ-OK                           VALUE '00'.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       77  WS-MESSAGE-LINE               PIC X(040)  VALUE SPACES.
       77  WS-OPERATOR-ID                PIC X(008)  VALUE SPACES.
       77  WS-CLIENT-ID                  PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID         PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                          VALUE 'Y'.
       COPY PCDCLNA.
       SCREEN SECTION.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 25
               VALUE 'PCD026I - JOB STATUS DASHBOARD'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 45 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 56
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05 VALUE 'JOBNUM (BLANK TO EXIT):'.
           05  LINE 03 COLUMN 30
               PIC X(008) TO PCD-JOBST-UNIQUE-JOBNUM.
           05  LINE 07 COLUMN 05 VALUE 'FORMAT VERSION CODE .'.
           05  LINE 07 COLUMN 30
               PIC X(007) FROM PCD-JOBST-FORMAT-VERS-CODE.
           05  LINE 07 COLUMN 40
               PIC X(012) FROM PCD-JOBST-X12-VERSION.
           05  LINE 08 COLUMN 05 VALUE 'RECEIVER TYPE . . . .'.
           05  LINE 08 COLUMN 30
               PIC X(001) FROM PCD-JOBST-RECEIVER-TYPE.
           IF PCD-JOBST-UNIQUE-JOBNUM = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'KEY YOUR OPERATOR ID TO VIEW A JOB'
                       TO WS-MESSAGE-LINE
               ELSE
                   PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
                   IF WS-CLIENT-OK
                       PERFORM 2100-LOOKUP-JOB THRU 2100-EXIT
                   END-IF
               END-IF
               DISPLAY SCR-INQUIRY-SCREEN
               ACCEPT SCR-INQUIRY-SCREEN
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-CHECK-CLIENT -- NO JOB IS SHOWN WITHOUT A CLIENT ID ON   *
      **   THE REGISTRY.  THE REGISTRY IS ONLY ASKED AGAIN WHEN THE      *
      **   OPERATOR CHANGES THE CLIENT ID.                               *
      **----------------------------------------------------------------*
       2050-CHECK-CLIENT.
           MOVE 'N' TO WS-CLIENT-SWITCH
           IF WS-CLIENT-ID = SPACES
               MOVE 'KEY A CLIENT ID TO VIEW A JOB'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD026I'    TO PCD-CLNA-CALLER
           MOVE WS-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-DONE
               MOVE WS-CLIENT-ID TO WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-VERIFIED-CLIENT-ID
               MOVE 'CLIENT ID NOT ON THE CLIENT REGISTRY'
                   TO WS-MESSAGE-LINE
           END-IF.
       2050-EXIT.
           EXIT.
       2100-LOOKUP-JOB.
           READ PCD-JOBST-MASTER
               INVALID KEY
           IF NOT WS-READ-OK
               MOVE 'JOBNUM NOT FOUND ON PCDJOBST'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF PCD-JOBST-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE SPACES TO PCD-JOBST-REC
               MOVE 'JOBNUM NOT FOUND FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
           IF PCD-DISA-LOG-ERROR
               MOVE SPACES TO PCD-JOBST-REC
           END-IF.
       2100-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD026I'      TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE SPACES         TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-JOBST-UNIQUE-JOBNUM TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-JOBST-MASTER
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
