      **                          POSTAL RELEASE; DUPLICATE ZIPS IN    *
      **                          THE INPUT KEEP THE FIRST ROW AND     *
      **                          ARE COUNTED.                         *
      ** RTC    10/15/26          THE POSTAL FILE NOW ALSO CARRIES THE *
      **                          ZIP'S SALES-TAX JURISDICTION CODE    *
      **                          (BLANK WHERE THE STATE TAXES AT ONE  *
      **                          RATE), LOADED TO PCD-ZIPM-TAX-JURIS. *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD117.
           05  WS-ZIPIN-ZIP5           PIC X(005).
           05  WS-ZIPIN-CITY           PIC X(020).
           05  WS-ZIPIN-STATE          PIC X(002).
           05  WS-ZIPIN-TAX-JURIS      PIC X(010).
           05  FILLER                  PIC X(003).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-LOADED-COUNT             PIC 9(007)  COMP  VALUE ZERO.
           MOVE WS-ZIPIN-ZIP5   TO PCD-ZIPM-ZIP5
           MOVE WS-ZIPIN-CITY   TO PCD-ZIPM-CITY
           MOVE WS-ZIPIN-STATE  TO PCD-ZIPM-STATE
           MOVE WS-ZIPIN-TAX-JURIS TO PCD-ZIPM-TAX-JURIS
           WRITE PCD-ZIPM-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
