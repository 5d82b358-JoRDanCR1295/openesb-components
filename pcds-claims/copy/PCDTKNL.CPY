      **==============================================================*
      **                                                              *
      **    COPY: PCDTKNL               SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT DETOKENIZATION AUDIT LOG.  ONE ROW PER    *
      **    DETOKENIZE ATTEMPT, GRANTED OR REFUSED, APPENDED BY       *
      **    PCDTOKN: WHEN, WHICH PROGRAM, WHICH OPERATOR, WHICH       *
      **    TOKEN AND THE RESULT.                                     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TKNL-REC.
           05  PCD-TKNL-DATE               PIC 9(008).
           05  PCD-TKNL-TIME               PIC 9(006).
           05  PCD-TKNL-CALLER             PIC X(008).
           05  PCD-TKNL-REQUESTOR          PIC X(008).
           05  PCD-TKNL-TOKEN              PIC 9(009).
           05  PCD-TKNL-RESULT             PIC X(002).
               88  PCD-TKNL-GRANTED                    VALUE '00'.
               88  PCD-TKNL-REFUSED                    VALUE '08'.
           05  FILLER                      PIC X(039).
