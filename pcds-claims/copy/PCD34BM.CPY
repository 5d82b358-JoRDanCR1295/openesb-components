      **==============================================================*
      **                                                              *
      **    COPY: PCD34BM               SYSTEM: PCDS                  *
      **    340B DRUG PRICING PROGRAM ELIGIBILITY MASTER, KEYED BY    *
      **    PCDCLNT CLIENT ID AND THE SITE'S BILLING NPI (B0-NPI).    *
      **    ONE ROW PER REGISTERED SITE OF A COVERED ENTITY, WITH     *
      **    THE HRSA 340B ID AND THE DATES THE SITE IS REGISTERED.    *
      **    A ZERO TERM DATE MEANS THE REGISTRATION IS STILL OPEN.    *
      **    LOADED BY PCD211; READ BY PCD212 TO DECIDE WHICH DRUG     *
      **    LINES ARE 340B.                                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-34BM-REC.
           05  PCD-34BM-KEY.
               10  PCD-34BM-CLIENT-ID      PIC X(006).
               10  PCD-34BM-SITE-NPI       PIC X(010).
           05  PCD-34BM-ENTITY-ID          PIC X(015).
           05  PCD-34BM-SITE-NAME          PIC X(035).
           05  PCD-34BM-EFFECTIVE-DATE     PIC 9(008).
           05  PCD-34BM-TERM-DATE          PIC 9(008).
               88  PCD-34BM-OPEN-ENDED             VALUE ZERO.
           05  PCD-34BM-ADDED-DATE         PIC 9(008).
           05  PCD-34BM-CHANGED-DATE       PIC 9(008).
           05  FILLER                      PIC X(030).
