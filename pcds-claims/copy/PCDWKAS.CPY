      **==============================================================*
      **                                                              *
      **    COPY: PCDWKAS               SYSTEM: PCDS                  *
      **    WORK-ITEM ASSIGNMENT MASTER, KEYED BY QUEUE PLUS THE      *
      **    ITEM'S KEY ON ITS OWN MASTER (PCDSUSPM, PCDDNLM, PCDRVWQ  *
      **    OR PCDRFND -- THE SAME ITEM KEY PCDOPAL LOGS).            *
      **    MAINTAINED NIGHTLY BY PCD175: A ROW IS ADDED WHEN AN OPEN *
      **    ITEM IS FIRST ASSIGNED, REFRESHED WITH THE ITEM'S CURRENT *
      **    DOLLARS AND DAYS TO DEADLINE, SET UNASSIGNED WHEN ITS     *
      **    ANALYST IS OUT, ESCALATED WHEN THE DEADLINE PASSES WITH   *
      **    THE ITEM STILL OPEN, AND DELETED ONCE THE ITEM IS WORKED  *
      **    OFF ITS QUEUE.                                            *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-WKAS-REC.
           05  PCD-WKAS-KEY.
               10  PCD-WKAS-QUEUE          PIC X(004).
                   88  PCD-WKAS-SUSPENSE-QUEUE     VALUE 'SUSP'.
                   88  PCD-WKAS-APPEAL-QUEUE       VALUE 'APPL'.
                   88  PCD-WKAS-OUTLIER-QUEUE      VALUE 'OUTL'.
                   88  PCD-WKAS-REFUND-QUEUE       VALUE 'RFND'.
               10  PCD-WKAS-ITEM-KEY       PIC X(040).
           05  PCD-WKAS-ANALYST-ID         PIC X(008).
           05  PCD-WKAS-STATUS             PIC X(001).
               88  PCD-WKAS-ASSIGNED               VALUE 'A'.
               88  PCD-WKAS-UNASSIGNED             VALUE 'U'.
           05  PCD-WKAS-ASSIGN-DATE        PIC 9(008).
           05  PCD-WKAS-PAT-CNTL-NO        PIC X(020).
           05  PCD-WKAS-PAYOR-ID           PIC X(005).
           05  PCD-WKAS-SKILL              PIC X(001).
               88  PCD-WKAS-GENERAL-ITEM           VALUE SPACE.
               88  PCD-WKAS-DENTAL-ITEM            VALUE 'D'.
               88  PCD-WKAS-DME-ITEM               VALUE 'M'.
               88  PCD-WKAS-PHARMACY-ITEM          VALUE 'R'.
           05  PCD-WKAS-DOLLARS            PIC S9(009)V99 COMP-3.
           05  PCD-WKAS-DEADLINE-SW        PIC X(001).
               88  PCD-WKAS-HAS-DEADLINE           VALUE 'Y'.
           05  PCD-WKAS-DAYS-LEFT          PIC S9(005)    COMP-3.
           05  PCD-WKAS-PRIORITY           PIC 9(005).
           05  PCD-WKAS-ESCALATED-SW       PIC X(001).
               88  PCD-WKAS-ESCALATED              VALUE 'Y'.
           05  PCD-WKAS-ESCALATE-DATE      PIC 9(008).
           05  PCD-WKAS-PRIOR-ANALYST-ID   PIC X(008).
           05  PCD-WKAS-REASSIGN-COUNT     PIC 9(003).
           05  FILLER                      PIC X(028).
