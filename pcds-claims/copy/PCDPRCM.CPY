      **==============================================================*
      **                                                              *
      **    COPY: PCDPRCM               SYSTEM: PCDS                  *
      **    PROCEDURE-CODE MASTER (HCPCS LEVEL II, CPT, CDT), KEYED   *
      **    BY CODE PLUS F0-PROC-CODE-QUAL ('HC' = HCPCS/CPT, 'AD' =  *
      **    ADA CDT).  CARRIES THE SHORT DESCRIPTION AND THE          *
      **    EFFECTIVE/TERMINATION DATES (ZERO EFFECTIVE = NO LOWER    *
      **    BOUND, ZERO TERMINATION = STILL ACTIVE).  LOADED BY       *
      **    PCD152 FROM THE CMS HCPCS QUARTERLY FILE AND THE CPT/CDT  *
      **    ANNUAL FILES; READ BY THE PCD153 PROCEDURE-CODE EDIT,     *
      **    THE PCD154 CLAIM FACSIMILE REPRINT AND PCD127.            *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PRCM-REC.
           05  PCD-PRCM-KEY.
               10  PCD-PRCM-PROC-CODE      PIC X(005).
               10  PCD-PRCM-CODE-QUAL      PIC X(002).
                   88  PCD-PRCM-HCPCS-CPT          VALUE 'HC'.
                   88  PCD-PRCM-CDT                VALUE 'AD'.
           05  PCD-PRCM-SHORT-DESC         PIC X(028).
           05  PCD-PRCM-EFF-DATE           PIC 9(008).
           05  PCD-PRCM-TERM-DATE          PIC 9(008).
           05  PCD-PRCM-SOURCE             PIC X(001).
               88  PCD-PRCM-FROM-HCPCS             VALUE 'H'.
               88  PCD-PRCM-FROM-CPT               VALUE 'C'.
               88  PCD-PRCM-FROM-CDT               VALUE 'D'.
           05  PCD-PRCM-LOAD-QUARTER       PIC X(006).
           05  FILLER                      PIC X(022).
