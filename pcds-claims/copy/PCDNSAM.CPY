      **==============================================================*
      **                                                              *
      **    COPY: PCDNSAM               SYSTEM: PCDS                  *
      **    NO SURPRISES ACT OPEN-NEGOTIATION AND INDEPENDENT         *
      **    DISPUTE RESOLUTION (IDR) CASE MASTER, KEYED BY PATIENT    *
      **    CONTROL NUMBER.  OPENED BY PCD199 WHEN THE PAYER'S        *
      **    INITIAL PAYMENT POSTS ON A QUALIFYING OUT-OF-NETWORK      *
      **    CLAIM.  THE 30-BUSINESS-DAY OPEN-NEGOTIATION WINDOW RUNS  *
      **    FROM THE PAYMENT DATE AND IDR MUST BE INITIATED WITHIN 4  *
      **    BUSINESS DAYS AFTER IT CLOSES, BOTH ON THE PCDBDAY        *
      **    CALENDAR.  PCD201 RECORDS THE PAYER'S QUALIFYING PAYMENT  *
      **    AMOUNT, OUR OFFER, THE IDR FILING AND THE OUTCOME;        *
      **    PCD200 LISTS THE DEADLINES AND CLOSES A CASE WHOSE IDR    *
      **    WINDOW PASSED UNFILED.                                    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-NSAM-REC.
           05  PCD-NSAM-PAT-CNTL-NO        PIC X(017).
           05  PCD-NSAM-PAYOR-ID           PIC X(005).
           05  PCD-NSAM-NPI                PIC X(010).
           05  PCD-NSAM-RECEIVER-TYPE      PIC X(001).
           05  PCD-NSAM-SVC-DATE           PIC 9(008).
           05  PCD-NSAM-BILLED-AMT         PIC S9(007)V99 COMP-3.
           05  PCD-NSAM-INIT-PAID-AMT      PIC S9(007)V99 COMP-3.
           05  PCD-NSAM-INIT-PAY-DATE      PIC 9(008).
           05  PCD-NSAM-CHECK-TRACE-NO     PIC X(015).
           05  PCD-NSAM-QPA-AMT            PIC S9(007)V99 COMP-3.
           05  PCD-NSAM-QPA-DATE           PIC 9(008).
           05  PCD-NSAM-OFFER-AMT          PIC S9(007)V99 COMP-3.
           05  PCD-NSAM-OFFER-DATE         PIC 9(008).
           05  PCD-NSAM-ONEG-END-DATE      PIC 9(008).
           05  PCD-NSAM-IDR-DEADLINE       PIC 9(008).
           05  PCD-NSAM-IDR-INIT-DATE      PIC 9(008).
           05  PCD-NSAM-IDR-DISPUTE-NO     PIC X(015).
           05  PCD-NSAM-STATUS             PIC X(001).
               88  PCD-NSAM-NEGOTIATING            VALUE 'N'.
               88  PCD-NSAM-IDR-PENDING            VALUE 'I'.
               88  PCD-NSAM-CLOSED                 VALUE 'C'.
           05  PCD-NSAM-OUTCOME            PIC X(001).
               88  PCD-NSAM-NO-OUTCOME             VALUE ' '.
               88  PCD-NSAM-SETTLED                VALUE 'S'.
               88  PCD-NSAM-IDR-WON                VALUE 'W'.
               88  PCD-NSAM-IDR-LOST               VALUE 'L'.
               88  PCD-NSAM-WINDOW-MISSED          VALUE 'X'.
               88  PCD-NSAM-WITHDRAWN              VALUE 'D'.
           05  PCD-NSAM-FINAL-AMT          PIC S9(007)V99 COMP-3.
           05  PCD-NSAM-OUTCOME-DATE       PIC 9(008).
           05  PCD-NSAM-OPEN-DATE          PIC 9(008).
           05  PCD-NSAM-LAST-MAINT-DATE    PIC 9(008).
           05  PCD-NSAM-CALENDAR-SW        PIC X(001).
               88  PCD-NSAM-NO-HOLIDAYS            VALUE 'W'.
           05  FILLER                      PIC X(030).
