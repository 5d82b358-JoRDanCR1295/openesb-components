      **==============================================================*
      **                                                              *
      **    COPY: PCDHPSZ               SYSTEM: PCDS                  *
      **    HEALTH PROFESSIONAL SHORTAGE AREA (HPSA) ZIP MASTER,      *
      **    KEYED BY 5-DIGIT ZIP AND CALENDAR QUARTER (CCYYQN).  ONE  *
      **    ROW FOR EACH ZIP ON THAT QUARTER'S CMS HPSA BONUS ZIP     *
      **    FILE, ADDED BY PCD225 EACH QUARTER SO EARLIER QUARTERS    *
      **    STAY ON FILE FOR LATE-BILLED SERVICES.  READ BY THE       *
      **    PCD226 HPSA FACILITY ZIP EDIT AND THE PCD227 BONUS        *
      **    RECONCILIATION FOR THE QUARTER OF THE DATE OF SERVICE.    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-HPSZ-REC.
           05  PCD-HPSZ-KEY.
               10  PCD-HPSZ-ZIP5           PIC X(005).
               10  PCD-HPSZ-QUARTER        PIC X(006).
           05  PCD-HPSZ-STATE              PIC X(002).
           05  PCD-HPSZ-COUNTY-NAME        PIC X(025).
           05  PCD-HPSZ-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(014).
