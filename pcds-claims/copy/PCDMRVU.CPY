      **==============================================================*
      **                                                              *
      **    COPY: PCDMRVU               SYSTEM: PCDS                  *
      **    MEDICARE PHYSICIAN FEE SCHEDULE RVU MASTER, KEYED BY FEE  *
      **    SCHEDULE YEAR, PROCEDURE CODE AND PRICING MODIFIER        *
      **    (26, TC OR BLANK FOR THE GLOBAL SERVICE).  CARRIES THE    *
      **    WORK, PRACTICE-EXPENSE AND MALPRACTICE RELATIVE VALUE     *
      **    UNITS AND THE YEAR'S CONVERSION FACTOR.  LOADED BY        *
      **    PCD166 AND READ BY THE PCD167 PRICER FOR PERCENT-OF-      *
      **    MEDICARE CONTRACT TERMS.                                  *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-MRVU-REC.
           05  PCD-MRVU-KEY.
               10  PCD-MRVU-MFS-YEAR       PIC 9(004).
               10  PCD-MRVU-PROC-CODE      PIC X(005).
               10  PCD-MRVU-MODIFIER       PIC X(002).
           05  PCD-MRVU-WORK-RVU           PIC 9(003)V99.
           05  PCD-MRVU-PE-RVU-NONFAC      PIC 9(003)V99.
           05  PCD-MRVU-PE-RVU-FAC         PIC 9(003)V99.
           05  PCD-MRVU-MP-RVU             PIC 9(003)V99.
           05  PCD-MRVU-CONV-FACTOR        PIC 9(003)V9999.
           05  PCD-MRVU-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(014).
