      **==============================================================*
      **                                                              *
      **    COPY: PCDMGPC               SYSTEM: PCDS                  *
      **    MEDICARE GEOGRAPHIC PRACTICE COST INDEX (GPCI) MASTER,    *
      **    KEYED BY FEE SCHEDULE YEAR AND LOCALITY (MAC NUMBER PLUS  *
      **    LOCALITY CODE).  LOADED BY PCD166 AND READ BY THE PCD167  *
      **    PRICER FOR PERCENT-OF-MEDICARE CONTRACT TERMS.            *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-MGPC-REC.
           05  PCD-MGPC-KEY.
               10  PCD-MGPC-MFS-YEAR       PIC 9(004).
               10  PCD-MGPC-LOCALITY       PIC X(007).
           05  PCD-MGPC-WORK-GPCI          PIC 9(001)V999.
           05  PCD-MGPC-PE-GPCI            PIC 9(001)V999.
           05  PCD-MGPC-MP-GPCI            PIC 9(001)V999.
           05  PCD-MGPC-LOCALITY-NAME      PIC X(030).
           05  PCD-MGPC-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(015).
