      **==============================================================*
      **                                                              *
      **    COPY: PCDPIPM               SYSTEM: PCDS                  *
      **    AUTO NO-FAULT PIP ACCIDENT-CASE MASTER, KEYED BY PCDEPIM  *
      **    PERSON ID AND ACCIDENT DATE (E0-AUTO-ACC-DATE).  OPENED   *
      **    BY PCD190 WHEN THE FIRST AUTO-ACCIDENT CLAIM FOR THE      *
      **    ACCIDENT PASSES, WITH THE AUTO CARRIER (FIRST D0) AND     *
      **    THE HEALTH PLAN (NEXT D0) AS BILLED.  THE PIP LIMIT AND   *
      **    ANY CARRIER EXHAUSTION NOTICE ARE KEYED THROUGH PCD192.   *
      **    PCD191 RECOMPUTES PAID-TO-DATE FROM THE PCDARPST CASH     *
      **    POSTED TO THE CASE'S AUTO-ROUTED CLAIMS AND MARKS THE     *
      **    CASE EXHAUSTED WHEN IT REACHES THE LIMIT.  ONCE           *
      **    EXHAUSTED, PCD190 STEERS NEW CLAIMS FOR THE ACCIDENT TO   *
      **    THE HEALTH PLAN WITH THE EXHAUSTION NOTED ON THE CLAIM.   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PIPM-REC.
           05  PCD-PIPM-KEY.
               10  PCD-PIPM-PERSON-ID      PIC 9(009).
               10  PCD-PIPM-ACC-DATE       PIC 9(008).
           05  PCD-PIPM-ACC-STATE          PIC X(002).
           05  PCD-PIPM-AUTO-PAYOR-ID      PIC X(005).
           05  PCD-PIPM-AUTO-PAYOR-NAME    PIC X(017).
           05  PCD-PIPM-HEALTH-PAYOR-ID    PIC X(005).
           05  PCD-PIPM-HEALTH-PAYOR-NAME  PIC X(017).
           05  PCD-PIPM-PIP-LIMIT          PIC S9(007)V99 COMP-3.
           05  PCD-PIPM-PAID-TO-DATE       PIC S9(007)V99 COMP-3.
           05  PCD-PIPM-STATUS             PIC X(001).
               88  PCD-PIPM-OPEN                   VALUE 'O'.
               88  PCD-PIPM-EXHAUSTED              VALUE 'E'.
           05  PCD-PIPM-EXHAUST-DATE       PIC 9(008).
           05  PCD-PIPM-EXHAUST-SOURCE     PIC X(001).
               88  PCD-PIPM-EXH-BY-PAYMENTS        VALUE 'P'.
               88  PCD-PIPM-EXH-BY-CARRIER         VALUE 'C'.
           05  PCD-PIPM-EXHAUST-DOC        PIC X(040).
           05  PCD-PIPM-OPEN-DATE          PIC 9(008).
           05  PCD-PIPM-AUTO-CLAIMS        PIC 9(005).
           05  PCD-PIPM-HEALTH-CLAIMS      PIC 9(005).
           05  PCD-PIPM-LAST-PAID-CALC     PIC 9(008).
           05  PCD-PIPM-LAST-MAINT-DATE    PIC 9(008).
           05  FILLER                      PIC X(030).
