      **                          OUTCOMES STAMP TODAY'S DATE SO THE   *
      **                          PCD106 OVERTURN-RATE SUMMARY WORKS   *
      **                          FROM REAL DECISION DATES.            *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR ID *
      **                          (KEPT FROM SCREEN TO SCREEN).  A, W  *
      **                          AND L NEED ONE, AND EACH IS LOGGED   *
      **                          TO PCDOPALQ (PCDOPAL LAYOUT) WITH    *
      **                          THE CASE'S DENIAL DATE FOR THE       *
      **                          PCD174 PRODUCTIVITY REPORTS.  AN     *
      **                          OUTCOME TAKES THE CASE OFF THE       *
      **                          QUEUE.                               *
      ** RTC    10/15/26          THE OPERATOR ID IS NOW NEEDED FOR AN *
      **                          INQUIRY AS WELL AS AN UPDATE, AND    *
      **                          EVERY CASE SHOWN IS LOGGED THROUGH   *
      **                          PCDDISC TO THE PCDDISL PHI ACCESS    *
      **                          LOG.  A CASE THAT CANNOT BE LOGGED   *
      **                          IS NEITHER SHOWN NOR UPDATED.        *
      ** RTC    10/15/26          THE OPERATOR NOW ALSO KEYS A CLIENT  *
      **                          ID, CHECKED AGAINST THE PCDCLRG      *
      **                          REGISTRY THROUGH PCDCLNT; A CASE     *
      **                          BELONGING TO ANOTHER CLIENT READS AS *
      **                          NOT FOUND, SO IT IS NEITHER SHOWN,   *
      **                          LOGGED NOR UPDATED.                  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD106M.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-DNLM-KEY
               FILE STATUS IS WS-DNLM-FILE-STATUS.
           SELECT PCD-OPAL-FILE   ASSIGN TO PCDOPALQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-DNLM-MASTER.
       COPY PCDDNLM.
       FD  PCD-OPAL-FILE
           RECORDING MODE IS F.
       01  FD-OPAL-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PCDOPAL.
       COPY PCDDISA.
       77  WS-DNLM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-DNLM-FOUND                        VALUE '00'.
       77  WS-RUN-DATE                  PIC 9(008)  VALUE ZERO.
           88  WS-EXIT-REQUESTED                    VALUE 'Y'.
       77  WS-MESSAGE-LINE              PIC X(050)  VALUE SPACES.
       77  WS-CASE-STATUS-TEXT          PIC X(020)  VALUE SPACES.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-ACTION-TIME               PIC 9(008)  VALUE ZERO.
       77  WS-CLIENT-ID                 PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID        PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                         VALUE 'Y'.
       COPY PCDCLNA.
       01  WS-ACTION-CODE               PIC X(001)  VALUE SPACES.
           88  WS-ACTION-INQUIRE                    VALUE 'I'.
           88  WS-ACTION-APPEAL                     VALUE 'A'.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 18
               VALUE 'PCD106M - DENIAL/APPEAL CASE MAINTENANCE'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
           05  LINE 02 COLUMN 36
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 48 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 59
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05 VALUE 'ACTION (I/A/W/L, BLANK=EXIT):'.
           05  LINE 03 COLUMN 36
               PIC X(001) TO WS-ACTION-CODE.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PCD-DNLM-MASTER
           OPEN EXTEND PCD-OPAL-FILE.
       1000-EXIT.
           EXIT.
       2000-PROCESS-REQUEST.
                   MOVE 'INVALID ACTION -- USE I, A, W OR L'
                       TO WS-MESSAGE-LINE
               ELSE
                   IF WS-OPERATOR-ID = SPACES
                       MOVE 'KEY YOUR OPERATOR ID TO VIEW A CASE'
                           TO WS-MESSAGE-LINE
                       MOVE SPACES TO WS-DNLM-FILE-STATUS
                   ELSE
                       PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
                       IF WS-CLIENT-OK
                           PERFORM 2100-FETCH-CASE THRU 2100-EXIT
                       ELSE
                           MOVE SPACES TO WS-DNLM-FILE-STATUS
                       END-IF
                   END-IF
                   IF WS-DNLM-FOUND
                       PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
                   END-IF
                   IF WS-DNLM-FOUND
                       PERFORM 2200-APPLY-ACTION THRU 2200-EXIT
                   END-IF
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
               MOVE 'KEY A CLIENT ID TO VIEW A CASE'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD106M'  TO PCD-CLNA-CALLER
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
       2100-FETCH-CASE.
           MOVE WS-ENTERED-PAT-CNTL-NO TO PCD-DNLM-PAT-CNTL-NO
           MOVE WS-ENTERED-PAYOR-ID    TO PCD-DNLM-PAYOR-ID
               NOT INVALID KEY
                   MOVE '00' TO WS-DNLM-FILE-STATUS
                   PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT
           END-READ
           IF WS-DNLM-FOUND
              AND PCD-DNLM-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE '23'   TO WS-DNLM-FILE-STATUS
               MOVE SPACES TO PCD-DNLM-REC
                              WS-CASE-STATUS-TEXT
               MOVE ZERO   TO PCD-DNLM-APPEAL-DEADLINE
               MOVE 'NO CASE ON FILE FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
           END-IF.
       2100-EXIT.
           EXIT.
       2200-APPLY-ACTION.
                   REWRITE PCD-DNLM-REC
                   MOVE 'DENIAL UPHELD RECORDED' TO WS-MESSAGE-LINE
           END-EVALUATE
           IF NOT WS-ACTION-INQUIRE
               MOVE SPACES         TO PCD-OPAL-REC
               SET PCD-OPAL-APPEAL-QUEUE TO TRUE
               MOVE WS-ACTION-CODE TO PCD-OPAL-ACTION-TYPE
               IF NOT WS-ACTION-APPEAL
                   SET PCD-OPAL-ITEM-CLOSED TO TRUE
               END-IF
               MOVE PCD-DNLM-KEY   TO PCD-OPAL-ITEM-KEY
               MOVE PCD-DNLM-DENIAL-DATE
                                   TO PCD-OPAL-ITEM-CREATE-DATE
               PERFORM 2900-LOG-ACTIVITY THRU 2900-EXIT
           END-IF
           PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2800-LOG-PHI-ACCESS -- EVERY CASE FETCHED FOR THE SCREEN IS *
      **   LOGGED TO PCDDISL.  ONE THAT CANNOT BE IS BLANKED OUT AND   *
      **   TREATED AS NOT FOUND, SO IT IS NEITHER SHOWN NOR UPDATED.   *
      **----------------------------------------------------------------*
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD106M'      TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-DNLM-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-DNLM-KEY   TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO PCD-DNLM-REC
                              WS-CASE-STATUS-TEXT
               MOVE ZERO   TO PCD-DNLM-APPEAL-DEADLINE
               MOVE '23'   TO WS-DNLM-FILE-STATUS
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
           MOVE 'PCD106M '         TO PCD-OPAL-SOURCE-PGM
           WRITE FD-OPAL-REC FROM PCD-OPAL-REC.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-DNLM-MASTER
           CLOSE PCD-OPAL-FILE
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
