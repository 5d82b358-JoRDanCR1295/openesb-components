      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED CONTRACT PRICING METHOD: A     *
      **                          FIXED RATE (BLANK OR F, THE RATE     *
      **                          AMOUNT), A PERCENT OF BILLED CHARGE  *
      **                          (C) OR A PERCENT OF THE MEDICARE     *
      **                          FEE SCHEDULE (M) FOR THE CONTRACT'S  *
      **                          LOCALITY (PCDMRVU/PCDMGPC).  USED    *
      **                          BY THE PCD167 EXPECTED-PAYMENT       *
      **                          PRICER.  TAKEN FROM FILLER.          *
      **==============================================================*
       01  PCD-NEGV-REC.
           05  PCD-NEGV-KEY.
               10  PCD-NEGV-EFF-DATE       PIC 9(008).
           05  PCD-NEGV-RATE-AMT           PIC S9(009)V99 COMP-3.
           05  PCD-NEGV-TOLERANCE-AMT      PIC S9(007)V99 COMP-3.
           05  PCD-NEGV-PRICE-METHOD       PIC X(001).
               88  PCD-NEGV-FIXED-RATE             VALUES SPACE 'F'.
               88  PCD-NEGV-PCT-OF-CHARGE          VALUE 'C'.
               88  PCD-NEGV-PCT-OF-MEDICARE        VALUE 'M'.
           05  PCD-NEGV-PRICE-PCT          PIC S9(003)V99 COMP-3.
           05  PCD-NEGV-MCR-LOCALITY       PIC X(007).
           05  FILLER                      PIC X(011).
