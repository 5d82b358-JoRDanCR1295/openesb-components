      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED PCD-DNLM-CLIENT-ID, THE       *
      **                          CLAIM'S CLIENT OFF THE PCDCLXM      *
      **                          CROSS-REFERENCE, SO THE DENIAL      *
      **                          SCREEN SHOWS A CLIENT ONLY ITS OWN  *
      **                          CASES.  SIX BYTES OUT OF FILLER.    *
      **==============================================================*
       01  PCD-DNLM-REC.
           05  PCD-DNLM-KEY.
               88  PCD-DNLM-OVERTURNED             VALUE 'W'.
               88  PCD-DNLM-UPHELD                 VALUE 'L'.
           05  PCD-DNLM-OUTCOME-DATE       PIC 9(008).
           05  PCD-DNLM-CLIENT-ID          PIC X(006).
           05  FILLER                      PIC X(020).
