      **==============================================================*
      **                                                              *
      **    COPY: PCDCAPR               SYSTEM: PCDS                  *
      **    CAPITATION ROSTER MASTER, KEYED BY CAPITATION MONTH +     *
      **    PAYER ID + PLAN MEMBER ID.  ONE ROW PER MEMBER THE PLAN   *
      **    SAYS IT IS PAYING FOR IN THE MONTH, WITH THE PER-MEMBER-  *
      **    PER-MONTH RATE.  LOADED MONTHLY BY PCD158; THE ENCOUNTER  *
      **    COUNT AND PERSON ID ARE FILLED BY THE PCD160 MONTHLY      *
      **    RECONCILIATION AS ENCOUNTERS ARE MATCHED TO THE ROW.      *
      **    MONTH LEADS THE KEY SO ONE MONTH BROWSES AS ONE RANGE.    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-CAPR-REC.
           05  PCD-CAPR-KEY.
               10  PCD-CAPR-CAP-MONTH      PIC 9(006).
               10  PCD-CAPR-PAYOR-ID       PIC X(005).
               10  PCD-CAPR-MEMBER-ID      PIC X(017).
           05  PCD-CAPR-PMPM-RATE          PIC 9(005)V99.
           05  PCD-CAPR-PERSON-ID          PIC 9(009).
           05  PCD-CAPR-ENCOUNTER-COUNT    PIC 9(005).
           05  PCD-CAPR-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(023).
