      **==============================================================*
      **                                                              *
      **    COPY: PCDCLRG               SYSTEM: PCDS                  *
      **    CLIENT REGISTRY, KEYED BY SUBMITTER EIN (A0-SUB-EIN) AND  *
      **    BILLING PROVIDER TAX ID (B0-FEDERAL-TAX-NUM).  EACH ROW   *
      **    NAMES THE CLIENT ORGANIZATION WHOSE CLAIMS ARRIVE UNDER   *
      **    THAT PAIR.  A ROW WITH A ZERO TAX ID COVERS EVERY         *
      **    PROVIDER THE SUBMITTER SENDS FOR; A ROW WITH A ZERO       *
      **    SUBMITTER EIN COVERS THE PROVIDER THROUGH ANY SUBMITTER.  *
      **    PCDCLNT RESOLVES THE EXACT PAIR FIRST, THEN THE           *
      **    PROVIDER, THEN THE SUBMITTER.  AN SSN TAX ID IS KEYED AS  *
      **    ITS PCDTOKN TOKEN.  MAINTAINED BY PCD205.                 *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          SSN TAX ID KEYED AS ITS TOKEN.      *
      **==============================================================*
       01  PCD-CLRG-REC.
           05  PCD-CLRG-KEY.
               10  PCD-CLRG-SUB-EIN        PIC 9(009).
               10  PCD-CLRG-FED-TAX-NUM    PIC 9(009).
           05  PCD-CLRG-CLIENT-ID          PIC X(006).
           05  PCD-CLRG-CLIENT-NAME        PIC X(030).
           05  PCD-CLRG-STATUS             PIC X(001).
               88  PCD-CLRG-ACTIVE                 VALUE 'A'.
               88  PCD-CLRG-INACTIVE               VALUE 'I'.
           05  PCD-CLRG-ADDED-DATE         PIC 9(008).
           05  PCD-CLRG-CHANGED-DATE       PIC 9(008).
           05  FILLER                      PIC X(039).
