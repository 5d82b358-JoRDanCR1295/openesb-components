      **==============================================================*
      **                                                              *
      **    COPY: PCDTKNV               SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT, KEYED BY TOKEN.  A TOKEN KEEPS THE       *
      **    NINE-DIGIT SSN SHAPE BUT CARRIES GROUP 00, WHICH IS       *
      **    NEVER ISSUED, SO A TOKEN CAN NEVER PASS FOR A REAL SSN:   *
      **    SEQUENCE N BECOMES AREA N/10000, GROUP 00, SERIAL         *
      **    N MOD 10000.  TOKEN ZERO IS THE CONTROL ROW HOLDING THE   *
      **    NEXT SEQUENCE TO ISSUE.  WRITTEN ONLY BY PCDTOKN.         *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TKNV-REC.
           05  PCD-TKNV-TOKEN              PIC 9(009).
           05  PCD-TKNV-SSN                PIC 9(009).
           05  PCD-TKNV-NEXT-SEQ           PIC 9(009).
           05  PCD-TKNV-CREATE-DATE        PIC 9(008).
           05  PCD-TKNV-CREATE-PGM         PIC X(008).
           05  FILLER                      PIC X(037).
