      **==============================================================*
      **                                                              *
      **    COPY: PCDLBXH               SYSTEM: PCDS                  *
      **    PATIENT-LOCKBOX POSTING HISTORY, KEYED BY DEPOSIT DATE,   *
      **    LOCKBOX BATCH AND ITEM.  ONE ROW PER LOCKBOX ITEM PCD168  *
      **    HAS HANDLED, APPLIED OR NOT, SO A RERUN OF THE SAME BANK  *
      **    FILE NEVER POSTS A PAYMENT TWICE (SAME IDEA AS PCDPSTH    *
      **    FOR PCD084).                                              *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-LBXH-REC.
           05  PCD-LBXH-KEY.
               10  PCD-LBXH-DEPOSIT-DATE   PIC 9(008).
               10  PCD-LBXH-BATCH          PIC X(006).
               10  PCD-LBXH-ITEM           PIC X(004).
           05  PCD-LBXH-CHECK-NO           PIC X(010).
           05  PCD-LBXH-AMOUNT             PIC S9(007)V99 COMP-3.
           05  PCD-LBXH-PAT-CNTL-NO        PIC X(020).
           05  PCD-LBXH-STMT-NO            PIC X(012).
           05  PCD-LBXH-RESULT             PIC X(001).
               88  PCD-LBXH-APPLIED                VALUE 'A'.
               88  PCD-LBXH-UNAPPLIED              VALUE 'U'.
           05  PCD-LBXH-POSTED-DATE        PIC 9(008).
           05  FILLER                      PIC X(016).
