      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD177M             SYSTEM: PCDS                  *
      **    AUTHORIZED SSN TOKEN LOOKUP SCREEN                         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  THE ONE ONLINE     *
      **                          PLACE A VAULT TOKEN CAN BE TURNED    *
      **                          BACK INTO THE SOCIAL SECURITY NUMBER *
      **                          IT STANDS FOR.  THE OPERATOR KEYS AN *
      **                          OPERATOR ID, THE TOKEN AS SHOWN ON A *
      **                          MASTER OR REPORT, AND WHETHER IT IS  *
      **                          AN INSURED ID (I) OR AN SSN TAX ID   *
      **                          (S).  PCDTOKN RETURNS THE CLEAR      *
      **                          VALUE ONLY WHEN THIS PROGRAM AND THE *
      **                          OPERATOR BOTH HOLD ROWS ON THE       *
      **                          PCDTKAU AUTHORIZATION FILE, AND LOGS *
      **                          EVERY ATTEMPT TO PCDTKNL.  THE CLEAR *
      **                          VALUE IS WIPED FROM THE SCREEN ON    *
      **                          THE NEXT ENTER.  ALL ENTRY FIELDS    *
      **                          BLANK EXITS.                         *
      ** RTC    10/15/26          EVERY CLEAR VALUE SHOWN IS ALSO      *
      **                          LOGGED THROUGH PCDDISC TO THE        *
      **                          PCDDISL PHI ACCESS LOG UNDER THE     *
      **                          OPERATOR ID, WITH THE TOKEN (NEVER   *
      **                          THE CLEAR VALUE) AS THE ITEM KEY, SO *
      **                          PCD179 LISTS THE LOOKUP FOR THE      *
      **                          PERSON THE TOKEN BELONGS TO.  A      *
      **                          VALUE THAT CANNOT BE LOGGED IS NOT   *
      **                          SHOWN.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD177M.
       AUTHOR.        DATA SECURITY UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PCDTOKA.
       COPY PCDDISA.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       77  WS-OPERATOR-ENTRY             PIC X(008)  VALUE SPACES.
       77  WS-TOKEN-ENTRY                PIC X(017)  VALUE SPACES.
       77  WS-TYPE-ENTRY                 PIC X(001)  VALUE SPACES.
           88  WS-TYPE-VALID                         VALUE 'I' 'S'.
       77  WS-CLEAR-VALUE                PIC X(017)  VALUE SPACES.
       77  WS-MESSAGE-LINE               PIC X(050)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   PCDDISL ITEM KEY FOR A LOOKUP -- THE TOKEN IN 1-17 IS WHAT    *
      **   PCD179 MATCHES AGAINST THE PERSON'S PCDEPIM INSURED IDS.      *
      **----------------------------------------------------------------*
       01  WS-LOG-ITEM-KEY.
           05  WS-LOG-TOKEN              PIC X(017)  VALUE SPACES.
           05  FILLER                    PIC X(001)  VALUE SPACES.
           05  WS-LOG-ID-TYPE            PIC X(010)  VALUE SPACES.
           05  FILLER                    PIC X(012)  VALUE SPACES.
       SCREEN SECTION.
       01  SCR-TOKEN-LOOKUP-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 15
               VALUE 'PCD177M - AUTHORIZED SSN TOKEN LOOKUP'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-OPERATOR-ENTRY.
           05  LINE 04 COLUMN 05 VALUE 'TOKEN . . . . . . . .'.
           05  LINE 04 COLUMN 30
               PIC X(017) USING WS-TOKEN-ENTRY.
           05  LINE 05 COLUMN 05 VALUE 'ID TYPE . . . . . . .'.
           05  LINE 05 COLUMN 30
               PIC X(001) USING WS-TYPE-ENTRY.
           05  LINE 05 COLUMN 34
               VALUE '(I=INSURED ID, S=SSN TAX ID)'.
           05  LINE 07 COLUMN 05 VALUE 'CLEAR VALUE . . . . .'.
           05  LINE 07 COLUMN 30
               PIC X(017) FROM WS-CLEAR-VALUE.
           05  LINE 09 COLUMN 05
               VALUE 'EVERY LOOKUP IS LOGGED UNDER YOUR OPERATOR ID.'.
           05  LINE 16 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-PROCESS-LOOKUP THRU 2000-EXIT
               UNTIL WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE      THRU 9000-EXIT
           STOP RUN.
       2000-PROCESS-LOOKUP.
           DISPLAY SCR-TOKEN-LOOKUP-SCREEN
           MOVE SPACES TO WS-CLEAR-VALUE
           MOVE SPACES TO WS-MESSAGE-LINE
           ACCEPT  SCR-TOKEN-LOOKUP-SCREEN
           IF WS-OPERATOR-ENTRY = SPACES
              AND WS-TOKEN-ENTRY = SPACES
              AND WS-TYPE-ENTRY = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 2100-LOOKUP-TOKEN THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-LOOKUP-TOKEN -- THE AUTHORIZATION DECISION AND THE LOG   *
      **   ROW ARE BOTH MADE INSIDE PCDTOKN, NOT HERE.                   *
      **----------------------------------------------------------------*
       2100-LOOKUP-TOKEN.
           IF WS-OPERATOR-ENTRY = SPACES
               MOVE 'KEY YOUR OPERATOR ID' TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF WS-TOKEN-ENTRY = SPACES
               MOVE 'KEY THE TOKEN TO LOOK UP' TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF WS-TYPE-ENTRY = SPACES
               MOVE 'I' TO WS-TYPE-ENTRY
           END-IF
           IF NOT WS-TYPE-VALID
               MOVE 'TYPE MUST BE I OR S' TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE 'D'               TO PCD-TOKA-FUNCTION
           MOVE WS-TYPE-ENTRY     TO PCD-TOKA-ID-TYPE
           MOVE 'PCD177M'         TO PCD-TOKA-CALLER
           MOVE WS-OPERATOR-ENTRY TO PCD-TOKA-REQUESTOR
           MOVE WS-TOKEN-ENTRY    TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           EVALUATE TRUE
               WHEN PCD-TOKA-DONE
                   PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
                   IF PCD-DISA-LOG-ERROR
                       MOVE 'ACCESS LOG UNAVAILABLE - VALUE NOT SHOWN'
                           TO WS-MESSAGE-LINE
                   ELSE
                       MOVE PCD-TOKA-VALUE TO WS-CLEAR-VALUE
                       MOVE 'LOOKUP LOGGED' TO WS-MESSAGE-LINE
                   END-IF
               WHEN PCD-TOKA-NOT-AUTHORIZED
                   MOVE 'NOT AUTHORIZED - ATTEMPT LOGGED'
                       TO WS-MESSAGE-LINE
               WHEN PCD-TOKA-VAULT-ERROR
                   MOVE 'TOKEN VAULT UNAVAILABLE - TRY LATER'
                       TO WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE 'NOT A TOKEN, OR NOT ON THE VAULT'
                       TO WS-MESSAGE-LINE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE WS-TOKEN-ENTRY    TO WS-LOG-TOKEN
           IF WS-TYPE-ENTRY = 'I'
               MOVE 'INSURED ID' TO WS-LOG-ID-TYPE
           ELSE
               MOVE 'SSN TAX ID' TO WS-LOG-ID-TYPE
           END-IF
           MOVE 'L'               TO PCD-DISA-FUNCTION
           MOVE 'PCD177M'         TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ENTRY TO PCD-DISA-OPERATOR-ID
           MOVE SPACES            TO PCD-DISA-PAT-CNTL-NO
           MOVE WS-LOG-ITEM-KEY   TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA.
       9000-EXIT.
           EXIT.
