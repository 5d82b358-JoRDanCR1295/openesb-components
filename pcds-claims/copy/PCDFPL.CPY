      **==============================================================*
      **                                                              *
      **    COPY: PCDFPL                SYSTEM: PCDS                  *
      **    FEDERAL POVERTY LEVEL GUIDELINE TABLE RECORD (PCDFPLTB),  *
      **    ONE ROW PER GUIDELINE YEAR AND HOUSEHOLD SIZE.  SIZE 99   *
      **    CARRIES THE AMOUNT ADDED FOR EACH PERSON BEYOND THE       *
      **    LARGEST SIZE LISTED.  LOADED EACH YEAR WHEN THE NEW       *
      **    GUIDELINES ARE PUBLISHED; READ BY PCD172.                 *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-FPL-REC.
           05  PCD-FPL-YEAR                PIC 9(004).
           05  PCD-FPL-HOUSEHOLD-SIZE      PIC 9(002).
               88  PCD-FPL-EACH-ADDITIONAL         VALUE 99.
           05  PCD-FPL-GUIDELINE-AMT       PIC 9(007)V99.
           05  FILLER                      PIC X(065).
