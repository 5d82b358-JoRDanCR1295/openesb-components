      **==============================================================*
      **                                                              *
      **    COPY: PCDAGYT               SYSTEM: PCDS                  *
      **    COLLECTION-AGENCY TABLE RECORD (PCDAGYTB), ONE PER AGENCY *
      **    UNDER CONTRACT.  PCD169 SPREADS NEW PLACEMENTS EVENLY     *
      **    OVER THE ACTIVE AGENCIES; PCD171 PRINTS THE AGENCY NAME   *
      **    ON THE MONTH-END PLACEMENT REPORT.  AN INACTIVE AGENCY    *
      **    TAKES NO NEW PLACEMENTS BUT KEEPS WORKING WHAT IT HAS.    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-AGYT-REC.
           05  PCD-AGYT-AGENCY-ID          PIC X(005).
           05  PCD-AGYT-AGENCY-NAME        PIC X(030).
           05  PCD-AGYT-ACTIVE-SW          PIC X(001).
               88  PCD-AGYT-ACTIVE                 VALUE 'Y'.
           05  FILLER                      PIC X(044).
