      **==============================================================*
      **                                                              *
      **    COPY: PCDBDYA               SYSTEM: PCDS                  *
      **    COMMUNICATION AREA FOR THE BUSINESS-DAY CALENDAR SERVICE  *
      **    (PCDBDAY).  A BUSINESS DAY IS A MONDAY THROUGH FRIDAY     *
      **    NOT LISTED ON THE PCDHOLI HOLIDAY CALENDAR.  FUNCTION     *
      **    'A' RETURNS IN TO-DATE THE DATE THAT IS DAYS BUSINESS     *
      **    DAYS AFTER FROM-DATE.  FUNCTION 'C' RETURNS IN DAYS THE   *
      **    NUMBER OF BUSINESS DAYS AFTER FROM-DATE UP TO AND         *
      **    INCLUDING TO-DATE, NEGATIVE WHEN TO-DATE IS EARLIER.      *
      **    RETURN '04' MEANS THE HOLIDAY CALENDAR COULD NOT BE READ  *
      **    AND ONLY WEEKENDS WERE SKIPPED; '08' MEANS A DATE OR DAY  *
      **    COUNT WAS NOT VALID.                                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-BDYA-AREA.
           05  PCD-BDYA-FUNCTION           PIC X(001).
               88  PCD-BDYA-ADD                    VALUE 'A'.
               88  PCD-BDYA-COUNT                  VALUE 'C'.
           05  PCD-BDYA-FROM-DATE          PIC 9(008).
           05  PCD-BDYA-TO-DATE            PIC 9(008).
           05  PCD-BDYA-DAYS               PIC S9(005).
           05  PCD-BDYA-RETURN-CODE        PIC X(002).
               88  PCD-BDYA-DONE                   VALUE '00'.
               88  PCD-BDYA-NO-CALENDAR            VALUE '04'.
               88  PCD-BDYA-INVALID                VALUE '08'.
