      **==============================================================*
      **                                                              *
      **    COPY: PCDASPM               SYSTEM: PCDS                  *
      **    PART B DRUG ASP PRICING AND NDC-HCPCS CROSSWALK MASTER,   *
      **    KEYED BY HCPCS CODE AND NDC.  THE ROW WITH A BLANK NDC    *
      **    IS THE HCPCS CODE'S PRICE ROW FROM THE QUARTERLY CMS ASP  *
      **    PRICING FILE -- ITS BILLING-UNIT SIZE AND PAYMENT LIMIT   *
      **    PER BILLING UNIT.  EACH ROW WITH AN NDC IS FROM THE CMS   *
      **    NDC-HCPCS CROSSWALK: THE PACKAGE SIZE AND QUANTITY, THE   *
      **    NDC UNITS IN ONE PACKAGE AND THE HCPCS BILLING UNITS IN   *
      **    ONE PACKAGE, WHICH TOGETHER CONVERT NDC UNITS TO BILLING  *
      **    UNITS.  REPLACED EACH QUARTER BY PCD214; READ BY THE      *
      **    PCD215 EDIT.                                              *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ASPM-REC.
           05  PCD-ASPM-KEY.
               10  PCD-ASPM-HCPCS-CODE     PIC X(005).
               10  PCD-ASPM-NDC-CODE       PIC X(011).
           05  PCD-ASPM-ROW-TYPE           PIC X(001).
               88  PCD-ASPM-PRICE-ROW              VALUE 'P'.
               88  PCD-ASPM-CROSSWALK-ROW          VALUE 'X'.
           05  PCD-ASPM-DESCRIPTION        PIC X(030).
           05  PCD-ASPM-BILLING-UNIT       PIC X(015).
           05  PCD-ASPM-PAYMENT-LIMIT      PIC S9(007)V999 COMP-3.
           05  PCD-ASPM-PKG-SIZE           PIC S9(005)V999 COMP-3.
           05  PCD-ASPM-PKG-QTY            PIC S9(005)     COMP-3.
           05  PCD-ASPM-NDC-UNIT-QUAL      PIC X(002).
           05  PCD-ASPM-NDC-UNITS-PER-PKG  PIC S9(009)V999 COMP-3.
           05  PCD-ASPM-BILL-UNITS-PER-PKG PIC S9(007)V999 COMP-3.
           05  PCD-ASPM-LOAD-QUARTER       PIC X(006).
           05  PCD-ASPM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(030).
