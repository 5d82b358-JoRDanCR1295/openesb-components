      **                          ACTIONS: A=ADD VERSION, I=INQUIRE    *
      **                          EXACT VERSION, F=FIND THE RATE IN    *
      **                          FORCE ON AN AS-OF DATE.              *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR ID *
      **                          (KEPT FROM SCREEN TO SCREEN).  AN    *
      **                          ADD NEEDS ONE, AND EACH VERSION      *
      **                          ADDED IS LOGGED TO PCDOPALQ (PCDOPAL *
      **                          LAYOUT) FOR THE PCD174 PRODUCTIVITY  *
      **                          REPORTS.  A RATE CHANGE HAS NO QUEUE *
      **                          ITEM BEHIND IT, SO NO CREATE DATE IS *
      **                          LOGGED.                              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD082M.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-NEGR-KEY
               FILE STATUS IS WS-NEGR-FILE-STATUS.
           SELECT PCD-OPAL-FILE   ASSIGN TO PCDOPALQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-NEGV-MASTER.
       COPY PCDNEGV.
       FD  PCD-NEGR-FILE.
       COPY PCDNEGR.
       FD  PCD-OPAL-FILE
           RECORDING MODE IS F.
       01  FD-OPAL-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PCDOPAL.
       77  WS-NEGV-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-NEGV-OK                           VALUE '00'.
       77  WS-NEGR-FILE-STATUS          PIC X(002)  VALUE SPACES.
                                                    VALUE ZERO.
       77  WS-FOUND-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-VERSION-FOUND                     VALUE 'Y'.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-ACTION-TIME               PIC 9(008)  VALUE ZERO.
       01  WS-ACTION-CODE               PIC X(001)  VALUE SPACES.
           88  WS-ACTION-ADD                        VALUE 'A'.
           88  WS-ACTION-INQUIRE                    VALUE 'I'.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 14
               VALUE 'PCD082M - NEGOTIATED-RATE VERSION MAINTENANCE'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . :'.
           05  LINE 02 COLUMN 34
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 03 COLUMN 05 VALUE 'ACTION (A/I/F, BLANK=EXIT):'.
           05  LINE 03 COLUMN 34
               PIC X(001) TO WS-ACTION-CODE.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PCD-NEGV-MASTER
           OPEN I-O PCD-NEGR-FILE
           OPEN EXTEND PCD-OPAL-FILE.
       1000-EXIT.
           EXIT.
       2000-PROCESS-REQUEST.
       2000-EXIT.
           EXIT.
       2100-ADD-VERSION.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'KEY YOUR OPERATOR ID TO ADD A VERSION'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES               TO PCD-NEGV-REC
           MOVE WS-ENTERED-PAYOR-ID  TO PCD-NEGV-PAYOR-ID
           MOVE WS-ENTERED-PROC-CODE TO PCD-NEGV-PROC-CODE
                   IF WS-ENTERED-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM 2150-FRESHEN-CURRENT THRU 2150-EXIT
                   END-IF
                   MOVE SPACES       TO PCD-OPAL-REC
                   SET PCD-OPAL-RATE-QUEUE TO TRUE
                   MOVE 'A'          TO PCD-OPAL-ACTION-TYPE
                   MOVE PCD-NEGV-KEY TO PCD-OPAL-ITEM-KEY
                   MOVE ZERO         TO PCD-OPAL-ITEM-CREATE-DATE
                   PERFORM 2900-LOG-ACTIVITY THRU 2900-EXIT
           END-WRITE.
       2100-EXIT.
           EXIT.
           MOVE PCD-NEGV-RATE-AMT TO WS-FOUND-RATE.
       2310-EXIT.
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
           MOVE 'PCD082M '         TO PCD-OPAL-SOURCE-PGM
           WRITE FD-OPAL-REC FROM PCD-OPAL-REC.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-NEGV-MASTER
           CLOSE PCD-NEGR-FILE
           CLOSE PCD-OPAL-FILE.
       9000-EXIT.
           EXIT.
