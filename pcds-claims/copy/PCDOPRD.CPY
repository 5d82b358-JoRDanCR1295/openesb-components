      **==============================================================*
      **                                                              *
      **    COPY: PCDOPRD               SYSTEM: PCDS                  *
      **    OPERATOR DIRECTORY CONTROL-FILE RECORD, ONE PER ONLINE    *
      **    OPERATOR ID, GIVING THE OPERATOR'S NAME.  READ BY PCD179  *
      **    TO NAME WHO VIEWED A PATIENT'S RECORDS AND BY PCD180 TO   *
      **    FLAG AN OPERATOR VIEWING A PATIENT OF THE SAME SURNAME.   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-OPRD-REC.
           05  PCD-OPRD-OPERATOR-ID        PIC X(008).
           05  PCD-OPRD-L-NAME             PIC X(020).
           05  PCD-OPRD-F-NAME             PIC X(010).
           05  PCD-OPRD-STATUS             PIC X(001).
               88  PCD-OPRD-ACTIVE                 VALUE 'A'.
               88  PCD-OPRD-INACTIVE               VALUE 'I'.
           05  FILLER                      PIC X(041).
