      **==============================================================*
      **                                                              *
      **    COPY: PCDTKNX               SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT CROSS-REFERENCE, KEYED BY THE SSN AND     *
      **    POINTING AT ITS PCDTKNV TOKEN, SO THE SAME SSN ALWAYS     *
      **    TOKENIZES THE SAME WAY ACROSS EVERY MASTER.               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TKNX-REC.
           05  PCD-TKNX-SSN                PIC 9(009).
           05  PCD-TKNX-TOKEN              PIC 9(009).
           05  FILLER                      PIC X(022).
