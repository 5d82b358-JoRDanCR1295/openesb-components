      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED THE SALES-TAX JURISDICTION     *
      **                          CODE FOR THE ZIP, READ BY THE PCD224 *
      **                          DME SALES-TAX REPORT.                *
      **==============================================================*
       01  PCD-ZIPM-REC.
           05  PCD-ZIPM-ZIP5               PIC X(005).
           05  PCD-ZIPM-CITY               PIC X(020).
           05  PCD-ZIPM-STATE              PIC X(002).
           05  PCD-ZIPM-TAX-JURIS          PIC X(010).
           05  FILLER                      PIC X(003).
