      **==============================================================*
      **                                                              *
      **    COPY: PCDPIPX               SYSTEM: PCDS                  *
      **    PIP CLAIM CROSS-REFERENCE, KEYED BY PATIENT CONTROL       *
      **    NUMBER.  ONE ROW PER AUTO-ACCIDENT CLAIM PCD190 HAS TIED  *
      **    TO A PCDPIPM CASE, SHOWING WHETHER IT WENT TO THE AUTO    *
      **    CARRIER (A) OR THE HEALTH PLAN (H).  PCD191 COUNTS ONLY   *
      **    CASH POSTED TO AUTO-ROUTED CLAIMS TOWARD THE PIP LIMIT.   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PIPX-REC.
           05  PCD-PIPX-PAT-CNTL-NO        PIC X(017).
           05  PCD-PIPX-CASE-KEY.
               10  PCD-PIPX-PERSON-ID      PIC 9(009).
               10  PCD-PIPX-ACC-DATE       PIC 9(008).
           05  PCD-PIPX-ROUTE              PIC X(001).
               88  PCD-PIPX-TO-AUTO                VALUE 'A'.
               88  PCD-PIPX-TO-HEALTH              VALUE 'H'.
           05  PCD-PIPX-PAYOR-ID           PIC X(005).
           05  PCD-PIPX-ROUTE-DATE         PIC 9(008).
           05  FILLER                      PIC X(020).
