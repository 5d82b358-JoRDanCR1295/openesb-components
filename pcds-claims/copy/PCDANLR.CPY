      **==============================================================*
      **                                                              *
      **    COPY: PCDANLR               SYSTEM: PCDS                  *
      **    WORK-ITEM ANALYST ROSTER CONTROL-FILE RECORD, ONE PER     *
      **    ANALYST, READ BY THE PCD175 ASSIGNMENT ENGINE.  SAYS      *
      **    WHICH QUEUES THE ANALYST WORKS, WHICH SPECIALTY ITEMS     *
      **    (DENTAL, DME, PHARMACY) THEY MAY TAKE, WHICH PAYERS THEY  *
      **    COVER (ALL BLANK = ANY PAYER), HOW MANY OPEN ITEMS THEY   *
      **    CAN CARRY, WHEN THEY ARE OUT (THEIR ITEMS ARE REASSIGNED  *
      **    FOR THE DURATION) AND WHO THEIR SUPERVISOR IS (PAST-      *
      **    DEADLINE ITEMS ESCALATE THERE).                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ANLR-REC.
           05  PCD-ANLR-ANALYST-ID         PIC X(008).
           05  PCD-ANLR-ANALYST-NAME       PIC X(020).
           05  PCD-ANLR-STATUS             PIC X(001).
               88  PCD-ANLR-ACTIVE                 VALUE 'A'.
               88  PCD-ANLR-INACTIVE               VALUE 'I'.
           05  PCD-ANLR-QUEUES.
               10  PCD-ANLR-SUSP-SW        PIC X(001).
                   88  PCD-ANLR-WORKS-SUSP         VALUE 'Y'.
               10  PCD-ANLR-APPL-SW        PIC X(001).
                   88  PCD-ANLR-WORKS-APPL         VALUE 'Y'.
               10  PCD-ANLR-OUTL-SW        PIC X(001).
                   88  PCD-ANLR-WORKS-OUTL         VALUE 'Y'.
               10  PCD-ANLR-RFND-SW        PIC X(001).
                   88  PCD-ANLR-WORKS-RFND         VALUE 'Y'.
           05  PCD-ANLR-QUEUE-TABLE REDEFINES PCD-ANLR-QUEUES.
               10  PCD-ANLR-QUEUE-SW OCCURS 4 TIMES
                                           PIC X(001).
           05  PCD-ANLR-SKILLS.
               10  PCD-ANLR-DENTAL-SW      PIC X(001).
                   88  PCD-ANLR-DENTAL-SKILL       VALUE 'Y'.
               10  PCD-ANLR-DME-SW         PIC X(001).
                   88  PCD-ANLR-DME-SKILL          VALUE 'Y'.
               10  PCD-ANLR-PHARMACY-SW    PIC X(001).
                   88  PCD-ANLR-PHARMACY-SKILL     VALUE 'Y'.
           05  PCD-ANLR-CAPACITY           PIC 9(003).
           05  PCD-ANLR-OUT-FROM-DATE      PIC 9(008).
           05  PCD-ANLR-OUT-THRU-DATE      PIC 9(008).
           05  PCD-ANLR-SUPERVISOR-ID      PIC X(008).
           05  PCD-ANLR-PAYOR-ID OCCURS 3 TIMES
                                           PIC X(005).
           05  FILLER                      PIC X(002).
