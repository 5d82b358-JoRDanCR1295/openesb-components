      **                          PRICING AT THE DEFAULT RATE.  DAY    *
      **                          SPANS USE THE SAME 360-DAY           *
      **                          APPROXIMATION AS PCD079.             *
      ** RTC    10/15/26          THE RATE MASTER IS KEYED BY PAYOR   *
      **                          AND PROCEDURE, NOT BY CLIENT, SO    *
      **                          EVERY LINE OF THE WORKLIST, HEADING *
      **                          INCLUDED, CARRIES THE *MULTI        *
      **                          PCDRPTC CLIENT TAG AFTER THE PRINT  *
      **                          TEXT AND PCD087 KEEPS IT IN THE     *
      **                          IN-HOUSE PACKAGES ONLY.             *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD082.
       COPY PCDNEGR.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE.
           05  PCD-REPORT-TEXT        PIC X(080).
           05  PCD-REPORT-CLIENT-ID   PIC X(006).
       WORKING-STORAGE SECTION.
       COPY PCDRPTC.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-RUN-DATE                  PIC 9(008)  VALUE ZERO.
                   + (WS-RUN-MM-NUM * 30) + WS-RUN-DD-NUM
           OPEN INPUT  PCD-NEGR-FILE
           OPEN OUTPUT PCD-REPORT-FILE
           SET PCD-RPTC-MULTI-CLIENT TO TRUE
           MOVE 'PCDNEGR EFFECTIVE/EXPIRATION RENEWAL WORKLIST'
               TO PCD-REPORT-LINE
           MOVE PCD-RPTC-CLIENT-ID   TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           PERFORM 1100-READ-NEGR-FILE THRU 1100-EXIT.
       1000-EXIT.
           MOVE PCD-NEGR-EXP-DATE    TO WS-D-EXP-DATE
           MOVE WS-RENEWAL-STATUS    TO WS-D-STATUS
           MOVE WS-REPORT-DETAIL     TO PCD-REPORT-LINE
           MOVE PCD-RPTC-CLIENT-ID   TO PCD-REPORT-CLIENT-ID
           WRITE PCD-REPORT-LINE
           ADD 1 TO WS-WORKLIST-COUNT.
       2200-EXIT.
