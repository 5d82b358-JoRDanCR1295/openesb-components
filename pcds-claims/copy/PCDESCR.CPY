      **==============================================================*
      **                                                              *
      **    COPY: PCDESCR               SYSTEM: PCDS                  *
      **    UNCLAIMED-PROPERTY (ESCHEAT) CONTROL FILE.  ONE 'H'       *
      **    HOLDER RECORD -- OUR TAX ID, NAME, CONTACT AND STATE OF   *
      **    INCORPORATION -- AND ONE 'S' DORMANCY RULE PER OWNER      *
      **    STATE: YEARS OF NO ACTIVITY BEFORE PROPERTY IS PRESUMED   *
      **    ABANDONED, THE AMOUNT AT WHICH A DUE-DILIGENCE LETTER IS  *
      **    REQUIRED, HOW MANY DAYS BEFORE THE REPORT DUE DATE THE    *
      **    LETTERS MUST GO OUT, AND THE MONTH/DAY THE HOLDER REPORT  *
      **    IS DUE.  KEPT AS DATA -- STATES CHANGE THESE BY STATUTE.  *
      **    READ BY PCD187 AND PCD188.                                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ESCR-REC.
           05  PCD-ESCR-REC-TYPE           PIC X(001).
               88  PCD-ESCR-HOLDER                 VALUE 'H'.
               88  PCD-ESCR-STATE-RULE             VALUE 'S'.
           05  PCD-ESCR-RULE-DATA.
               10  PCD-ESCR-STATE          PIC X(002).
               10  PCD-ESCR-DORMANCY-YEARS PIC 9(002).
               10  PCD-ESCR-MIN-AMOUNT     PIC 9(005)V99.
               10  PCD-ESCR-DD-LEAD-DAYS   PIC 9(003).
               10  PCD-ESCR-REPORT-DUE-MMDD
                                           PIC 9(004).
               10  FILLER                  PIC X(061).
           05  PCD-ESCR-HOLDER-DATA REDEFINES PCD-ESCR-RULE-DATA.
               10  PCD-ESCR-HOLDER-STATE   PIC X(002).
               10  PCD-ESCR-HOLDER-TAX-ID  PIC X(009).
               10  PCD-ESCR-HOLDER-NAME    PIC X(040).
               10  PCD-ESCR-HOLDER-CONTACT PIC X(028).
