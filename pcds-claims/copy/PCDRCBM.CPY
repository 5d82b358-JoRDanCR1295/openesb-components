      **==============================================================*
      **                                                              *
      **    COPY: PCDRCBM               SYSTEM: PCDS                  *
      **    RECURRING-SERVICE BILLING SCHEDULE MASTER, KEYED BY       *
      **    PCDEPIM PERSON ID, SCHEDULE TYPE (O ORTHODONTIC PERIODIC  *
      **    VISITS, R MONTHLY DME RENTAL) AND THE RECURRING LINE'S    *
      **    PROCEDURE CODE.  CREATED BY PCD193 FROM THE INITIAL       *
      **    CLAIM, WHOSE RECORDS ARE KEPT ON PCDRCBT AS THE MODEL     *
      **    FOR EACH MONTH'S CLAIM.  PCD194 GENERATES THE CLAIM ON    *
      **    THE DUE DATE, COUNTS ORTHODONTIC MONTHS DOWN, AND FLIPS   *
      **    A RENTAL TO OWNED AT THE 13-MONTH CAPPED-RENTAL POINT.    *
      **    A SCHEDULE STOPS ON PATIENT DEATH OR A PAYER CHANGE       *
      **    (PCD193) OR AN EXPIRED PCDDMEC CERTIFICATION (PCD194).    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-RCBM-REC.
           05  PCD-RCBM-KEY.
               10  PCD-RCBM-PERSON-ID      PIC 9(009).
               10  PCD-RCBM-SCHED-TYPE     PIC X(001).
                   88  PCD-RCBM-ORTHO              VALUE 'O'.
                   88  PCD-RCBM-RENTAL             VALUE 'R'.
               10  PCD-RCBM-PROC-CODE      PIC X(005).
           05  PCD-RCBM-STATUS             PIC X(001).
               88  PCD-RCBM-ACTIVE                 VALUE 'A'.
               88  PCD-RCBM-COMPLETE               VALUE 'C'.
               88  PCD-RCBM-OWNED                  VALUE 'W'.
               88  PCD-RCBM-STOPPED                VALUE 'S'.
           05  PCD-RCBM-STOP-REASON        PIC X(006).
               88  PCD-RCBM-STOP-DEATH             VALUE 'DEATH '.
               88  PCD-RCBM-STOP-CERT-EXPIRED      VALUE 'CERTEX'.
               88  PCD-RCBM-STOP-PAYER-CHANGE      VALUE 'PAYCHG'.
           05  PCD-RCBM-STOP-DATE          PIC 9(008).
           05  PCD-RCBM-ORIG-PAT-CNTL-NO   PIC X(017).
           05  PCD-RCBM-LAST-PAT-CNTL-NO   PIC X(017).
           05  PCD-RCBM-PAYOR-ID           PIC X(005).
           05  PCD-RCBM-TOTAL-MONTHS       PIC 9(003).
           05  PCD-RCBM-MONTHS-BILLED      PIC 9(003).
           05  PCD-RCBM-MONTHS-REMAINING   PIC 9(003).
           05  PCD-RCBM-FIRST-DOS          PIC 9(008).
           05  PCD-RCBM-NEXT-DUE-DATE      PIC 9(008).
           05  PCD-RCBM-NEXT-DUE-DATE-R REDEFINES
               PCD-RCBM-NEXT-DUE-DATE.
               10  PCD-RCBM-DUE-CCYY       PIC 9(004).
               10  PCD-RCBM-DUE-MM         PIC 9(002).
               10  PCD-RCBM-DUE-DD         PIC 9(002).
           05  PCD-RCBM-BILL-DAY           PIC 9(002).
           05  PCD-RCBM-LINE-CHARGE        PIC S9(006)V99 COMP-3.
           05  PCD-RCBM-TEMPLATE-RECS      PIC 9(003).
           05  PCD-RCBM-CREATE-DATE        PIC 9(008).
           05  PCD-RCBM-LAST-BILLED-DATE   PIC 9(008).
           05  FILLER                      PIC X(030).
