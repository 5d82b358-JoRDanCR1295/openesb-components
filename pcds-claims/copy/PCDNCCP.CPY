      **==============================================================*
      **                                                              *
      **    COPY: PCDNCCP               SYSTEM: PCDS                  *
      **    CMS NCCI PROCEDURE-TO-PROCEDURE (PTP) PAIR MASTER, KEYED  *
      **    BY COLUMN-ONE PLUS COLUMN-TWO CODE.  A PAIR IS IN FORCE   *
      **    FROM ITS EFFECTIVE DATE THROUGH ITS DELETION DATE (ZERO   *
      **    MEANS NOT DELETED).  THE MODIFIER INDICATOR SAYS WHETHER  *
      **    AN NCCI-ASSOCIATED MODIFIER ON THE COLUMN-TWO LINE CAN    *
      **    BYPASS THE EDIT.  LOADED QUARTERLY BY PCD150 AND READ BY  *
      **    THE PCD151 NCCI/MUE CLAIM EDIT.                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-NCCP-REC.
           05  PCD-NCCP-KEY.
               10  PCD-NCCP-COLUMN-1       PIC X(005).
               10  PCD-NCCP-COLUMN-2       PIC X(005).
           05  PCD-NCCP-EFF-DATE           PIC 9(008).
           05  PCD-NCCP-DEL-DATE           PIC 9(008).
           05  PCD-NCCP-MODIFIER-IND       PIC X(001).
               88  PCD-NCCP-NO-MODIFIER-ALLOWED       VALUE '0'.
               88  PCD-NCCP-MODIFIER-ALLOWED          VALUE '1'.
               88  PCD-NCCP-NOT-APPLICABLE            VALUE '9'.
           05  PCD-NCCP-PRIOR-1996-FLAG    PIC X(001).
           05  PCD-NCCP-LOAD-QUARTER       PIC X(006).
           05  FILLER                      PIC X(026).
