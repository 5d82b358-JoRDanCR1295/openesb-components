      **==============================================================*
      **                                                              *
      **    COPY: PCDFAM                SYSTEM: PCDS                  *
      **    FINANCIAL-ASSISTANCE (CHARITY CARE) MASTER, KEYED BY THE  *
      **    PCDEPIM PERSON ID.  MAINTAINED BY PCD172 FROM THE         *
      **    APPLICATION TRANSACTIONS; THE DISCOUNT TIER IS SET FROM   *
      **    INCOME AS A PERCENT OF THE FEDERAL POVERTY LEVEL FOR THE  *
      **    HOUSEHOLD SIZE (PCDFPL TABLE).  PCD096 POSTS THE HOUSEHOLD*
      **    SIZE SEEN ON THE CN HOUSEHOLD LINKS.  PCD125 AND PCD169   *
      **    APPLY THE DISCOUNT TO THE PCDPATL LEDGER, AND PCD169 DOES *
      **    NOT ESCALATE WHILE AN APPLICATION IS PENDING.             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-FAM-REC.
           05  PCD-FAM-PERSON-ID           PIC 9(009).
           05  PCD-FAM-STATUS              PIC X(001).
               88  PCD-FAM-PENDING                 VALUE 'P'.
               88  PCD-FAM-APPROVED                VALUE 'A'.
               88  PCD-FAM-NOT-ELIGIBLE            VALUE 'N'.
               88  PCD-FAM-DENIED                  VALUE 'D'.
           05  PCD-FAM-APPL-DATE           PIC 9(008).
           05  PCD-FAM-DECISION-DATE       PIC 9(008).
           05  PCD-FAM-HOUSEHOLD-SIZE      PIC 9(002).
           05  PCD-FAM-LINKED-HH-SIZE      PIC 9(002).
           05  PCD-FAM-ANNUAL-INCOME       PIC S9(009)V99 COMP-3.
           05  PCD-FAM-FPL-YEAR            PIC 9(004).
           05  PCD-FAM-FPL-PCT             PIC 9(003).
           05  PCD-FAM-TIER                PIC X(001).
           05  PCD-FAM-DISCOUNT-PCT        PIC 9(003)V99.
           05  PCD-FAM-EFF-DATE            PIC 9(008).
           05  PCD-FAM-TERM-DATE           PIC 9(008).
           05  PCD-FAM-LAST-UPDATE         PIC 9(008).
           05  FILLER                      PIC X(020).
