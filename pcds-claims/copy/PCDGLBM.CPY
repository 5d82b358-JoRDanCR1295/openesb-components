      **==============================================================*
      **                                                              *
      **    COPY: PCDGLBM               SYSTEM: PCDS                  *
      **    GLOBAL SURGICAL PERIOD TABLE, KEYED BY PROCEDURE CODE.    *
      **    CARRIES THE MEDICARE PHYSICIAN FEE SCHEDULE GLOBAL-DAYS   *
      **    INDICATOR FOR THE CODE'S GLOBAL SERVICE: 000 (SAME-DAY),  *
      **    010 (MINOR, TEN DAYS AFTER) AND 090 (MAJOR, THE DAY       *
      **    BEFORE AND NINETY DAYS AFTER) OPEN A GLOBAL PERIOD; XXX,  *
      **    YYY, ZZZ AND MMM DO NOT.  LOADED BY PCD166 FROM THE FEE   *
      **    SCHEDULE RVU ROWS AND READ BY THE PCD216 POST-OPERATIVE   *
      **    VISIT EDIT.                                               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-GLBM-REC.
           05  PCD-GLBM-PROC-CODE          PIC X(005).
           05  PCD-GLBM-GLOBAL-IND         PIC X(003).
               88  PCD-GLBM-SAME-DAY               VALUE '000'.
               88  PCD-GLBM-MINOR                  VALUE '010'.
               88  PCD-GLBM-MAJOR                  VALUE '090'.
               88  PCD-GLBM-HAS-GLOBAL             VALUES
                   '000' '010' '090'.
               88  PCD-GLBM-VALID-IND              VALUES
                   '000' '010' '090' 'XXX' 'YYY' 'ZZZ' 'MMM'.
           05  PCD-GLBM-MFS-YEAR           PIC 9(004).
           05  PCD-GLBM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(020).
