      **==============================================================*
      **                                                              *
      **    COPY: PCDPRTL               SYSTEM: PCDS                  *
      **    PAPER-CLAIM PRINT LOG, KEYED BY PATIENT CONTROL NUMBER.   *
      **    ONE ROW PER CLAIM PCD189 HAS PRINTED FOR A PAPER-ONLY     *
      **    RECEIVER, WITH THE DATE THE FORM FIRST WENT OUT AND THE   *
      **    DATE OF THE LATEST PRINTING.  A REPRINT UPDATES THE ROW.  *
      **    PCD129 AGES A MAILED CLAIM FROM ITS LATEST MAIL DATE      *
      **    INSTEAD OF THE A0 PROCESSING DATE.                        *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PRTL-REC.
           05  PCD-PRTL-PAT-CNTL-NO        PIC X(020).
           05  PCD-PRTL-PAYOR-ID           PIC X(005).
           05  PCD-PRTL-PAYOR-NAME         PIC X(030).
           05  PCD-PRTL-BATCH-TYPE         PIC X(003).
           05  PCD-PRTL-FORM-TYPE          PIC X(001).
               88  PCD-PRTL-CMS-1500               VALUE 'M'.
               88  PCD-PRTL-ADA-2019               VALUE 'D'.
           05  PCD-PRTL-FIRST-MAIL-DATE    PIC 9(008).
           05  PCD-PRTL-MAIL-DATE          PIC 9(008).
           05  PCD-PRTL-MAIL-DATE-R REDEFINES PCD-PRTL-MAIL-DATE.
               10  PCD-PRTL-MAIL-CCYY      PIC 9(004).
               10  PCD-PRTL-MAIL-MM        PIC 9(002).
               10  PCD-PRTL-MAIL-DD        PIC 9(002).
           05  PCD-PRTL-PRINT-COUNT        PIC 9(003).
           05  PCD-PRTL-PAGES              PIC 9(003).
           05  PCD-PRTL-SVC-LINES          PIC 9(003).
           05  PCD-PRTL-TOT-CHARGES        PIC S9(009)V99 COMP-3.
           05  FILLER                      PIC X(010).
