      **==============================================================*
      **                                                              *
      **    COPY: PCDESCH               SYSTEM: PCDS                  *
      **    UNCLAIMED-PROPERTY (ESCHEAT) ITEM FILE, KEYED BY ITEM     *
      **    TYPE AND SOURCE KEY -- THE PCDRFND CASE KEY FOR AN        *
      **    UNCASHED REFUND CHECK, THE PCDPATL LEDGER KEY FOR A       *
      **    PATIENT CREDIT BALANCE.  WRITTEN BY THE YEARLY PCD187     *
      **    DUE-DILIGENCE RUN WHEN AN ITEM GOES DORMANT UNDER ITS     *
      **    OWNER STATE'S RULE; CLOSED BY PCD188 EITHER AS CLAIMED    *
      **    (THE OWNER CAME FORWARD BEFORE THE REPORT) OR AS          *
      **    ESCHEATED (REPORTED AND REMITTED ON THE NAUPA HOLDER      *
      **    REPORT).  THE OWNER STATE IS THE STATE THE PROPERTY IS    *
      **    REPORTED TO -- THE HOLDER'S STATE WHEN THE OWNER'S        *
      **    ADDRESS IS UNKNOWN.                                       *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ESCH-REC.
           05  PCD-ESCH-KEY.
               10  PCD-ESCH-ITEM-TYPE      PIC X(001).
                   88  PCD-ESCH-REFUND-CHECK       VALUE 'C'.
                   88  PCD-ESCH-CREDIT-BALANCE     VALUE 'B'.
               10  PCD-ESCH-SOURCE-KEY     PIC X(032).
               10  PCD-ESCH-RFND-SOURCE REDEFINES PCD-ESCH-SOURCE-KEY.
                   15  PCD-ESCH-RFND-KEY   PIC X(021).
                   15  FILLER              PIC X(011).
           05  PCD-ESCH-OWNER-STATE        PIC X(002).
           05  PCD-ESCH-OWNER-ID           PIC X(005).
           05  PCD-ESCH-OWNER-NAME         PIC X(031).
           05  PCD-ESCH-ADDR-LINE-1        PIC X(030).
           05  PCD-ESCH-ADDR-LINE-2        PIC X(030).
           05  PCD-ESCH-CITY               PIC X(020).
           05  PCD-ESCH-ADDR-STATE         PIC X(002).
           05  PCD-ESCH-ZIP-9              PIC X(009).
           05  PCD-ESCH-PAT-CNTL-NO        PIC X(020).
           05  PCD-ESCH-CHECK-NO           PIC 9(010).
           05  PCD-ESCH-AMOUNT             PIC S9(009)V99 COMP-3.
           05  PCD-ESCH-LAST-ACTIVITY-DATE PIC 9(008).
           05  PCD-ESCH-DUE-DATE           PIC 9(008).
           05  PCD-ESCH-LETTER-DATE        PIC 9(008).
           05  PCD-ESCH-STATUS             PIC X(001).
               88  PCD-ESCH-LETTER-SENT            VALUE 'L'.
               88  PCD-ESCH-NO-LETTER              VALUE 'N'.
               88  PCD-ESCH-PENDING                VALUES 'L' 'N'.
               88  PCD-ESCH-CLAIMED                VALUE 'R'.
               88  PCD-ESCH-ESCHEATED              VALUE 'E'.
           05  PCD-ESCH-STATUS-DATE        PIC 9(008).
           05  FILLER                      PIC X(019).
