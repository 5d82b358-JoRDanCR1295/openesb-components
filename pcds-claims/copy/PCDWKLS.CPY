      **==============================================================*
      **                                                              *
      **    COPY: PCDWKLS               SYSTEM: PCDS                  *
      **    ANALYST PERSONAL WORKLIST, KEYED BY ANALYST ID PLUS       *
      **    WORKING ORDER.  REBUILT EVERY NIGHT BY PCD175 FROM THE    *
      **    ASSIGNED ROWS ON PCDWKAS, HIGHEST PRIORITY FIRST, AND     *
      **    BROWSED BY THE ANALYST ON THE PCD175M SCREEN.             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-WKLS-REC.
           05  PCD-WKLS-KEY.
               10  PCD-WKLS-ANALYST-ID     PIC X(008).
               10  PCD-WKLS-SEQ-NUM        PIC 9(004).
           05  PCD-WKLS-QUEUE              PIC X(004).
               88  PCD-WKLS-SUSPENSE-QUEUE         VALUE 'SUSP'.
               88  PCD-WKLS-APPEAL-QUEUE           VALUE 'APPL'.
               88  PCD-WKLS-OUTLIER-QUEUE          VALUE 'OUTL'.
               88  PCD-WKLS-REFUND-QUEUE           VALUE 'RFND'.
           05  PCD-WKLS-ITEM-KEY           PIC X(040).
           05  PCD-WKLS-PAT-CNTL-NO        PIC X(020).
           05  PCD-WKLS-PAYOR-ID           PIC X(005).
           05  PCD-WKLS-DOLLARS            PIC S9(009)V99 COMP-3.
           05  PCD-WKLS-DEADLINE-SW        PIC X(001).
               88  PCD-WKLS-HAS-DEADLINE           VALUE 'Y'.
           05  PCD-WKLS-DAYS-LEFT          PIC S9(005)    COMP-3.
           05  PCD-WKLS-PRIORITY           PIC 9(005).
           05  PCD-WKLS-ESCALATED-SW       PIC X(001).
               88  PCD-WKLS-ESCALATED              VALUE 'Y'.
           05  PCD-WKLS-ASSIGN-DATE        PIC 9(008).
           05  FILLER                      PIC X(015).
