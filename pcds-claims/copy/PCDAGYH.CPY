      **==============================================================*
      **                                                              *
      **    COPY: PCDAGYH               SYSTEM: PCDS                  *
      **    COLLECTION-AGENCY RETURN HISTORY, KEYED BY AGENCY AND THE *
      **    AGENCY'S OWN TRANSACTION REFERENCE.  ONE ROW PER RETURN   *
      **    ITEM PCD170 HAS HANDLED, POSTED OR NOT, SO A RERUN OF THE *
      **    SAME RETURN FILE NEVER POSTS AN ITEM TWICE (SAME IDEA AS  *
      **    PCDLBXH FOR PCD168).                                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-AGYH-REC.
           05  PCD-AGYH-KEY.
               10  PCD-AGYH-AGENCY-ID      PIC X(005).
               10  PCD-AGYH-TRANS-REF      PIC X(010).
           05  PCD-AGYH-TRANS-TYPE         PIC X(001).
           05  PCD-AGYH-PAT-CNTL-NO        PIC X(020).
           05  PCD-AGYH-STMT-NO            PIC X(012).
           05  PCD-AGYH-AMOUNT             PIC S9(007)V99 COMP-3.
           05  PCD-AGYH-RESULT             PIC X(001).
               88  PCD-AGYH-POSTED                 VALUE 'A'.
               88  PCD-AGYH-REJECTED               VALUE 'U'.
           05  PCD-AGYH-POSTED-DATE        PIC 9(008).
           05  FILLER                      PIC X(016).
