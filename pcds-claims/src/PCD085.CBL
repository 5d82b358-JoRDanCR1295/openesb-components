      **                          DISPLAYED AS RELEASED AND MOVES ON   *
      **                          TO THE NEXT.  ALL ENTRY FIELDS       *
      **                          BLANK EXITS.                         *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR ID *
      **                          (KEPT FROM SCREEN TO SCREEN).  A     *
      **                          RELEASE NEEDS ONE, AND EACH RELEASE  *
      **                          IS LOGGED TO PCDOPALQ (PCDOPAL       *
      **                          LAYOUT) WITH THE ITEM'S SUSPENSE     *
      **                          DATE FOR THE PCD174 PRODUCTIVITY     *
      **                          REPORTS.                             *
      ** RTC    10/15/26          THE OPERATOR ID IS NOW NEEDED TO     *
      **                          BROWSE AT ALL, AND EVERY SUSPENSE    *
      **                          ITEM SHOWN IS LOGGED THROUGH PCDDISC *
      **                          TO THE PCDDISL PHI ACCESS LOG.  AN   *
      **                          ITEM THAT CANNOT BE LOGGED IS NOT    *
      **                          SHOWN AND CANNOT BE RELEASED.        *
      ** RTC    10/15/26          THE OPERATOR NOW ALSO KEYS A CLIENT  *
      **                          ID, CHECKED AGAINST THE PCDCLRG      *
      **                          REGISTRY THROUGH PCDCLNT, AND THE    *
      **                          BROWSE ONLY STOPS ON THAT CLIENT'S   *
      **                          SUSPENSE ITEMS; ANOTHER CLIENT'S     *
      **                          ITEMS ARE PASSED OVER UNSHOWN AND    *
      **                          UNLOGGED.                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD085.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-SUSP-KEY.
           SELECT PCD-OPAL-FILE   ASSIGN TO PCDOPALQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-SUSPENSE-FILE.
       COPY PCDSUSP.
       FD  PCD-OPAL-FILE
           RECORDING MODE IS F.
       01  FD-OPAL-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PCDOPAL.
       COPY PCDDISA.
       77  WS-READ-STATUS               PIC X(002)  VALUE SPACES.
           88  WS-READ-OK                           VALUE '00'.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
       77  WS-PAT-CNTL-ENTRY             PIC X(020)  VALUE SPACES.
       77  WS-MESSAGE-LINE               PIC X(050)  VALUE SPACES.
       77  WS-D-STATUS                   PIC X(012)  VALUE SPACES.
       77  WS-OPERATOR-ID                PIC X(008)  VALUE SPACES.
       77  WS-ACTION-TIME                PIC 9(008)  VALUE ZERO.
       77  WS-CLIENT-ID                  PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID         PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                          VALUE 'Y'.
       COPY PCDCLNA.
       SCREEN SECTION.
       01  SCR-SUSPENSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 15
               VALUE 'PCD085 - CLAIM SUSPENSE BROWSE/RELEASE'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 45 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 56
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05 VALUE 'JOBNUM. . . . . . . .'.
           05  LINE 03 COLUMN 30
               PIC X(008) TO WS-JOBNUM-ENTRY.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN I-O PCD-SUSPENSE-FILE
           OPEN EXTEND PCD-OPAL-FILE.
       1000-EXIT.
           EXIT.
       2000-PROCESS-INQUIRY.
              AND WS-COMMAND = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'KEY YOUR OPERATOR ID TO VIEW PATIENT DATA'
                       TO WS-MESSAGE-LINE
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
               IF NOT WS-CLIENT-OK
                   GO TO 2000-EXIT
               END-IF
               IF NOT WS-BROWSE-STARTED
                   PERFORM 2100-START-BROWSE THRU 2100-EXIT
               ELSE
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-CHECK-CLIENT -- NOTHING IS SHOWN WITHOUT A CLIENT ID ON  *
      **   THE REGISTRY.  THE REGISTRY IS ONLY ASKED AGAIN WHEN THE      *
      **   OPERATOR CHANGES THE CLIENT ID.                               *
      **----------------------------------------------------------------*
       2050-CHECK-CLIENT.
           MOVE 'N' TO WS-CLIENT-SWITCH
           IF WS-CLIENT-ID = SPACES
               MOVE 'KEY A CLIENT ID TO VIEW AN ITEM'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD085'   TO PCD-CLNA-CALLER
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
       2100-START-BROWSE.
           IF WS-JOBNUM-ENTRY NOT = SPACES
               MOVE SPACES          TO PCD-SUSP-KEY
           EXIT.
      **----------------------------------------------------------------*
      **   2200-READ-NEXT-MATCH -- SKIP FORWARD TO THE NEXT ITEM THAT    *
      **   SATISFIES EVERY NON-BLANK FILTER THE OPERATOR KEYED AND       *
      **   BELONGS TO THE OPERATOR'S CLIENT.                             *
      **----------------------------------------------------------------*
       2200-READ-NEXT-MATCH.
           MOVE 'N' TO WS-MATCH-SWITCH
                       PERFORM 2250-APPLY-FILTERS THRU 2250-EXIT
               END-READ
           END-PERFORM
           IF WS-MATCH-FOUND
               PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
           END-IF
           IF WS-MATCH-FOUND
               PERFORM 2400-SET-STATUS-TEXT THRU 2400-EXIT
           END-IF.
           EXIT.
       2250-APPLY-FILTERS.
           SET WS-MATCH-FOUND TO TRUE
           IF PCD-SUSP-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE 'N' TO WS-MATCH-SWITCH
           END-IF
           IF WS-REASON-ENTRY NOT = SPACES
              AND PCD-SUSP-REASON-CODE NOT = WS-REASON-ENTRY
               MOVE 'N' TO WS-MATCH-SWITCH
       2250-EXIT.
           EXIT.
       2300-RELEASE-CURRENT.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'KEY YOUR OPERATOR ID TO RELEASE'
                   TO WS-MESSAGE-LINE
               GO TO 2300-EXIT
           END-IF
           IF WS-HAVE-CURRENT AND WS-MATCH-FOUND
               SET PCD-SUSP-RELEASED TO TRUE
               REWRITE PCD-SUSPENSE-REC
               MOVE 'SUSPENSE ITEM RELEASED' TO WS-MESSAGE-LINE
               MOVE SPACES       TO PCD-OPAL-REC
               SET PCD-OPAL-SUSPENSE-QUEUE TO TRUE
               MOVE 'R'          TO PCD-OPAL-ACTION-TYPE
               SET PCD-OPAL-ITEM-CLOSED TO TRUE
               MOVE PCD-SUSP-KEY TO PCD-OPAL-ITEM-KEY
               MOVE ZERO         TO PCD-OPAL-ITEM-CREATE-DATE
               IF PCD-SUSP-DATE IS NUMERIC
                   MOVE PCD-SUSP-DATE TO PCD-OPAL-ITEM-CREATE-DATE
               END-IF
               PERFORM 2900-LOG-ACTIVITY THRU 2900-EXIT
           ELSE
               MOVE 'NO CURRENT SUSPENSE ITEM TO RELEASE'
                   TO WS-MESSAGE-LINE
           END-IF.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2800-LOG-PHI-ACCESS -- EVERY ITEM PUT ON THE SCREEN IS LOGGED*
      **   TO PCDDISL.  ONE THAT CANNOT BE IS BLANKED OUT AND DROPPED AS*
      **   THE CURRENT ITEM SO IT CANNOT BE RELEASED UNSEEN.           *
      **----------------------------------------------------------------*
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD085'       TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-SUSP-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-SUSP-KEY   TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO PCD-SUSPENSE-REC
                              WS-D-STATUS
               MOVE 'N'    TO WS-MATCH-SWITCH
               SET WS-NO-CURRENT TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2900-LOG-ACTIVITY -- ONE PCDOPALQ ROW PER COMPLETED UPDATE.   *
      **   THE CALLER HAS SET THE QUEUE, ACTION, KEY AND CREATE DATE.    *
      **----------------------------------------------------------------*
       2900-LOG-ACTIVITY.
           MOVE WS-OPERATOR-ID   TO PCD-OPAL-OPERATOR-ID
           ACCEPT PCD-OPAL-ACTION-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACTION-TIME FROM TIME
           MOVE WS-ACTION-TIME (1:6) TO PCD-OPAL-ACTION-TIME
           MOVE 'PCD085  '         TO PCD-OPAL-SOURCE-PGM
           WRITE FD-OPAL-REC FROM PCD-OPAL-REC.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-SUSPENSE-FILE
           CLOSE PCD-OPAL-FILE
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
