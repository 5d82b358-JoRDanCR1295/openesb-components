      **                          CONSOLIDATED ONTO THE PCDREFM ROW    *
      **                          BUILT BY PCD031, ONE PAGE OF UP TO   *
      **                          10 ENTRIES AT A TIME.                *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR    *
      **                          ID, WITHOUT WHICH NO REFERENCES ARE  *
      **                          SHOWN, AND EVERY CLAIM SHOWN IS      *
      **                          LOGGED THROUGH PCDDISC TO THE        *
      **                          PCDDISL PHI ACCESS LOG.  IF THE LOG  *
      **                          CANNOT BE WRITTEN THE REFERENCES ARE *
      **                          NOT SHOWN.                           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD031I.
       FD  PCD-REF-MASTER.
       COPY PCDREFM.
       WORKING-STORAGE SECTION.
       COPY PCDDISA.
       77  WS-READ-STATUS               PIC X(002)  VALUE SPACES.
           88  WS-READ-OK                           VALUE '00'.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       77  WS-MESSAGE-LINE               PIC X(050)  VALUE SPACES.
       77  WS-OPERATOR-ID                PIC X(008)  VALUE SPACES.
       77  WS-INX                        PIC 9(002)  COMP  VALUE ZERO.
       01  WS-ENTRY-DISPLAY-TABLE.
           05  WS-ENTRY-DISPLAY OCCURS 10 TIMES.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 15
               VALUE 'PCD031I - CONSOLIDATED REFERENCE-NUMBER INQUIRY'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 03 COLUMN 05 VALUE 'PAT-CNTL-NO (BLANK TO EXIT):'.
           05  LINE 03 COLUMN 35
               PIC X(020) TO PCD-REFM-PAT-CNTL-NO.
           IF PCD-REFM-PAT-CNTL-NO = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'KEY YOUR OPERATOR ID TO VIEW PATIENT DATA'
                       TO WS-MESSAGE-LINE
               ELSE
                   PERFORM 2100-LOOKUP-REFM THRU 2100-EXIT
               END-IF
               DISPLAY SCR-INQUIRY-SCREEN
               ACCEPT SCR-INQUIRY-SCREEN
           END-IF.
                   MOVE '00' TO WS-READ-STATUS
           END-READ
           IF WS-READ-OK
               PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
               IF PCD-DISA-LOG-ERROR
                   MOVE SPACES TO PCD-REFM-JOBNUM
               ELSE
                   PERFORM 2200-LOAD-DISPLAY-TABLE THRU 2200-EXIT
               END-IF
           ELSE
               MOVE 'PAT-CNTL-NO NOT FOUND ON PCDREFM'
                   TO WS-MESSAGE-LINE
           END-PERFORM.
       2200-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD031I'      TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-REFM-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE 'PCDREFM REFERENCES' TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-REF-MASTER
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA.
       9000-EXIT.
           EXIT.
