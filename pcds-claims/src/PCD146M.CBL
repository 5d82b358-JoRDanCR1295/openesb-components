      **                          THE CHARGE IS VERIFIED.  THE NEXT    *
      **                          PCD146 RUN ROUTES A RELEASED CLAIM   *
      **                          TO THE RELEASABLE STREAM.            *
      ** RTC    10/15/26          THE REVIEWER NOW KEYS AN OPERATOR ID *
      **                          (KEPT FROM SCREEN TO SCREEN).  A     *
      **                          RELEASE NEEDS ONE, AND EACH RELEASE  *
      **                          IS LOGGED TO PCDOPALQ (PCDOPAL       *
      **                          LAYOUT) WITH THE ITEM'S FLAG DATE    *
      **                          FOR THE PCD174 PRODUCTIVITY REPORTS. *
      ** RTC    10/15/26          THE OPERATOR ID IS NOW NEEDED FOR AN *
      **                          INQUIRY AS WELL AS A RELEASE, AND    *
      **                          EVERY REVIEW ITEM SHOWN IS LOGGED    *
      **                          THROUGH PCDDISC TO THE PCDDISL PHI   *
      **                          ACCESS LOG.  AN ITEM THAT CANNOT BE  *
      **                          LOGGED IS NEITHER SHOWN NOR          *
      **                          RELEASED.                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD146M.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-RVWQ-KEY
               FILE STATUS IS WS-RVWQ-FILE-STATUS.
           SELECT PCD-OPAL-FILE   ASSIGN TO PCDOPALQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-RVWQ-MASTER.
       COPY PCDRVWQ.
       FD  PCD-OPAL-FILE
           RECORDING MODE IS F.
       01  FD-OPAL-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PCDOPAL.
       COPY PCDDISA.
       77  WS-RVWQ-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-RVWQ-FOUND                        VALUE '00'.
       77  WS-EXIT-SWITCH               PIC X(001)  VALUE 'N'.
       77  WS-MESSAGE-LINE              PIC X(050)  VALUE SPACES.
       77  WS-D-STATUS                  PIC X(010)  VALUE SPACES.
       77  WS-D-AMOUNT                  PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-ACTION-TIME               PIC 9(008)  VALUE ZERO.
       01  WS-ACTION-CODE               PIC X(001)  VALUE SPACES.
           88  WS-ACTION-INQUIRE                    VALUE 'I'.
           88  WS-ACTION-RELEASE                    VALUE 'R'.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE 'PCD146M - OUTLIER REVIEW QUEUE RELEASE'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . :'.
           05  LINE 02 COLUMN 32
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 03 COLUMN 05 VALUE 'ACTION (I/R, BLANK=EXIT):'.
           05  LINE 03 COLUMN 32
               PIC X(001) TO WS-ACTION-CODE.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN I-O PCD-RVWQ-MASTER
           OPEN EXTEND PCD-OPAL-FILE.
       1000-EXIT.
           EXIT.
       2000-PROCESS-REQUEST.
                   MOVE 'INVALID ACTION -- USE I OR R'
                       TO WS-MESSAGE-LINE
               ELSE
                   IF WS-OPERATOR-ID = SPACES
                       MOVE 'KEY YOUR OPERATOR ID TO VIEW AN ITEM'
                           TO WS-MESSAGE-LINE
                       MOVE SPACES TO WS-RVWQ-FILE-STATUS
                   ELSE
                       PERFORM 2100-FETCH-ITEM THRU 2100-EXIT
                   END-IF
                   IF WS-RVWQ-FOUND
                       PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
                   END-IF
                   IF WS-RVWQ-FOUND
                      AND WS-ACTION-RELEASE
                       PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
                   END-IF
               END-IF
               DISPLAY SCR-REVIEW-SCREEN
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-ITEM.
           IF PCD-RVWQ-SENT
               MOVE 'CLAIM ALREADY TRANSMITTED' TO WS-MESSAGE-LINE
               GO TO 2200-EXIT
           END-IF
           SET PCD-RVWQ-RELEASED TO TRUE
           REWRITE PCD-RVWQ-REC
           MOVE 'CLAIM RELEASED FOR TRANSMISSION' TO WS-MESSAGE-LINE
           MOVE 'RELEASED' TO WS-D-STATUS
           MOVE SPACES       TO PCD-OPAL-REC
           SET PCD-OPAL-OUTLIER-QUEUE TO TRUE
           MOVE 'R'          TO PCD-OPAL-ACTION-TYPE
           SET PCD-OPAL-ITEM-CLOSED TO TRUE
           MOVE PCD-RVWQ-KEY TO PCD-OPAL-ITEM-KEY
           MOVE PCD-RVWQ-FLAG-DATE TO PCD-OPAL-ITEM-CREATE-DATE
           PERFORM 2900-LOG-ACTIVITY THRU 2900-EXIT.
       2200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2800-LOG-PHI-ACCESS -- EVERY ITEM FETCHED FOR THE SCREEN IS *
      **   LOGGED TO PCDDISL.  ONE THAT CANNOT BE IS BLANKED OUT AND   *
      **   TREATED AS NOT FOUND, SO IT IS NEITHER SHOWN NOR RELEASED.  *
      **----------------------------------------------------------------*
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD146M'      TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-RVWQ-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-RVWQ-KEY   TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO PCD-RVWQ-REC
                              WS-D-STATUS
               MOVE ZERO   TO WS-D-AMOUNT
               MOVE '23'   TO WS-RVWQ-FILE-STATUS
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
           MOVE 'PCD146M '         TO PCD-OPAL-SOURCE-PGM
           WRITE FD-OPAL-REC FROM PCD-OPAL-REC.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-RVWQ-MASTER
           CLOSE PCD-OPAL-FILE
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA.
       9000-EXIT.
           EXIT.
