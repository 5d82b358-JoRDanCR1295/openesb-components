      **==============================================================*
      **                                                              *
      **    COPY: PCDPXAU               SYSTEM: PCDS                  *
      **    PAYER-ID REMAP AUDIT RECORD.  ONE ROW PER D0 WHOSE PAYER  *
      **    ID THE PCD181 REMAP PASS REWROTE, KEEPING THE ID THE      *
      **    SUBMITTER SENT, THE ID IT WAS CHANGED TO AND, FOR THE     *
      **    DESTINATION PAYER, THE RECEIVER THE CLAIM WAS RE-ROUTED   *
      **    TO.  APPENDED EVERY RUN; READ BY THE PCD183               *
      **    RETIRED-PAYER-ID SUBMITTER REPORT.                        *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PXAU-REC.
           05  PCD-PXAU-RUN-DATE           PIC 9(008).
           05  PCD-PXAU-JOBNUM             PIC X(008).
           05  PCD-PXAU-SUB-EIN            PIC 9(009).
           05  PCD-PXAU-SUB-NAME           PIC X(021).
           05  PCD-PXAU-BATCH-TYPE         PIC X(003).
           05  PCD-PXAU-BATCH-NUM          PIC X(002).
           05  PCD-PXAU-NPI                PIC X(010).
           05  PCD-PXAU-PAT-CNTL-NO        PIC X(020).
           05  PCD-PXAU-COVERAGE-SW        PIC X(001).
               88  PCD-PXAU-DESTINATION            VALUE 'D'.
               88  PCD-PXAU-OTHER-COVERAGE         VALUE 'O'.
           05  PCD-PXAU-OLD-PAYOR-ID       PIC X(005).
           05  PCD-PXAU-NEW-PAYOR-ID       PIC X(005).
           05  PCD-PXAU-XWLK-EFF-DATE      PIC 9(008).
           05  PCD-PXAU-NEW-RECEIVER       PIC X(009).
           05  PCD-PXAU-EARLIEST-DOS       PIC 9(008).
           05  FILLER                      PIC X(033).
