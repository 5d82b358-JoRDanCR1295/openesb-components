      **==============================================================*
      **                                                              *
      **    COPY: PCDTKAU               SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT DETOKENIZATION AUTHORIZATION CONTROL      *
      **    FILE, MAINTAINED BY DATA SECURITY.  A 'P' ROW NAMES A     *
      **    PROGRAM ALLOWED TO DETOKENIZE (THE OUTBOUND TRANSLATORS   *
      **    AND THE PCD177M LOOKUP SCREEN); ITS OPERATOR SWITCH 'Y'   *
      **    MEANS THE REQUESTING OPERATOR MUST ALSO HOLD AN 'O' ROW.  *
      **    ANYTHING NOT LISTED IS REFUSED.                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TKAU-REC.
           05  PCD-TKAU-ENTRY-TYPE         PIC X(001).
               88  PCD-TKAU-PROGRAM                    VALUE 'P'.
               88  PCD-TKAU-OPERATOR                   VALUE 'O'.
           05  PCD-TKAU-ID                 PIC X(008).
           05  PCD-TKAU-OPERATOR-SW        PIC X(001).
               88  PCD-TKAU-OPERATOR-REQUIRED          VALUE 'Y'.
           05  PCD-TKAU-DESCRIPTION        PIC X(030).
           05  FILLER                      PIC X(040).
