      **==============================================================*
      **                                                              *
      **    COPY: PCDHCCM               SYSTEM: PCDS                  *
      **    ICD-10 DIAGNOSIS TO CMS-HCC CATEGORY MAPPING, KEYED BY    *
      **    MODEL YEAR + DIAGNOSIS CODE + HCC.  ONE ROW PER MAPPING   *
      **    PAIR, SO A CODE THAT FEEDS MORE THAN ONE HCC HAS ONE ROW  *
      **    PER HCC; READERS START AT HCC ZERO AND READ FORWARD WHILE *
      **    THE YEAR AND CODE HOLD.  DIAGNOSIS CODES ARE CARRIED      *
      **    WITHOUT THE DECIMAL POINT, AS ON THE E0.  LOADED EACH     *
      **    YEAR FROM THE CMS MAPPING BY PCD161.                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-HCCM-REC.
           05  PCD-HCCM-KEY.
               10  PCD-HCCM-MODEL-YEAR     PIC 9(004).
               10  PCD-HCCM-DIAG-CODE      PIC X(008).
               10  PCD-HCCM-HCC            PIC 9(003).
           05  PCD-HCCM-HCC-DESC           PIC X(030).
           05  PCD-HCCM-MODEL-VERSION      PIC X(003).
           05  PCD-HCCM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(024).
