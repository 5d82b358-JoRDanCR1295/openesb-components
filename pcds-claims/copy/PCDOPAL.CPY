      **==============================================================*
      **                                                              *
      **    COPY: PCDOPAL               SYSTEM: PCDS                  *
      **    OPERATOR ACTIVITY LOG RECORD.  THE ONLINE WORKBENCHES     *
      **    (PCD085 SUSPENSE RELEASE, PCD106M APPEAL UPDATES, PCD146M *
      **    OUTLIER DECISIONS, PCD082M RATE CHANGES) APPEND ONE OF    *
      **    THESE TO PCDOPALQ FOR EVERY COMPLETED UPDATE, WITH THE    *
      **    OPERATOR ID, TIMESTAMP, QUEUE, ACTION AND ITEM KEY.  THE  *
      **    ITEM'S CREATION DATE (ZERO WHERE THE QUEUE HAS NONE) AND  *
      **    WHETHER THE ACTION TOOK THE ITEM OFF THE QUEUE ARE        *
      **    CARRIED SO PCD174 CAN FIGURE TURNAROUND AND BACKLOG       *
      **    WITHOUT RE-READING THE MASTERS' HISTORY.                  *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-OPAL-REC.
           05  PCD-OPAL-OPERATOR-ID        PIC X(008).
           05  PCD-OPAL-ACTION-DATE        PIC 9(008).
           05  PCD-OPAL-ACTION-TIME        PIC 9(006).
           05  PCD-OPAL-SOURCE-PGM         PIC X(008).
           05  PCD-OPAL-QUEUE              PIC X(004).
               88  PCD-OPAL-SUSPENSE-QUEUE         VALUE 'SUSP'.
               88  PCD-OPAL-APPEAL-QUEUE           VALUE 'APPL'.
               88  PCD-OPAL-OUTLIER-QUEUE          VALUE 'OUTL'.
               88  PCD-OPAL-RATE-QUEUE             VALUE 'RATE'.
           05  PCD-OPAL-ACTION-TYPE        PIC X(001).
           05  PCD-OPAL-CLOSED-SW          PIC X(001).
               88  PCD-OPAL-ITEM-CLOSED            VALUE 'Y'.
           05  PCD-OPAL-ITEM-KEY           PIC X(040).
           05  PCD-OPAL-ITEM-CREATE-DATE   PIC 9(008).
           05  FILLER                      PIC X(016).
