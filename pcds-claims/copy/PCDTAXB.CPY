      **==============================================================*
      **                                                              *
      **    COPY: PCDTAXB               SYSTEM: PCDS                  *
      **    DME SALES-TAX TAXABILITY MASTER, KEYED BY STATE AND       *
      **    HCPCS CODE.  THE ROW WITH A BLANK HCPCS IS THE STATE'S    *
      **    DEFAULT FOR CODES NOT LISTED; A STATE WITH NO ROWS AT     *
      **    ALL TAXES NOTHING.  LOADED BY PCD223 FROM PCDTAXIN AND    *
      **    READ BY THE PCD224 SALES-TAX LIABILITY REPORT TO FLAG     *
      **    LINES BILLED WITHOUT TAX THAT SHOULD CARRY IT, AND TAX    *
      **    BILLED WHERE THE ITEM IS EXEMPT.                          *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TAXB-REC.
           05  PCD-TAXB-KEY.
               10  PCD-TAXB-STATE          PIC X(002).
               10  PCD-TAXB-HCPCS          PIC X(005).
           05  PCD-TAXB-TAXABLE-SW         PIC X(001).
               88  PCD-TAXB-TAXABLE                VALUE 'Y'.
               88  PCD-TAXB-EXEMPT                 VALUE 'N'.
           05  PCD-TAXB-DESCRIPTION        PIC X(030).
           05  PCD-TAXB-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(014).
