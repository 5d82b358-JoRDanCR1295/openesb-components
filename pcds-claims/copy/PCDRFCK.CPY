      **==============================================================*
      **                                                              *
      **    COPY: PCDRFCK               SYSTEM: PCDS                  *
      **    REFUND DISBURSEMENT CONTROL RECORD.  A ONE-RECORD FILE    *
      **    HOLDING THE REFUND BANK ACCOUNT, THE NEXT CHECK AND ACH   *
      **    PAYMENT NUMBERS TO ISSUE AND THE NAME PRINTED ON REFUND   *
      **    COVER LETTERS.  READ AND REWRITTEN BY EVERY PCD185 RUN;   *
      **    READ BY PCD186 FOR THE ACCOUNT ITS PAID ITEMS CLEAR.      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-RFCK-REC.
           05  PCD-RFCK-BANK-ROUTING       PIC 9(009).
           05  PCD-RFCK-BANK-ACCOUNT       PIC X(017).
           05  PCD-RFCK-NEXT-CHECK-NO      PIC 9(010).
           05  PCD-RFCK-NEXT-ACH-NO        PIC 9(010).
           05  PCD-RFCK-LAST-RUN-DATE      PIC 9(008).
           05  PCD-RFCK-PROVIDER-NAME      PIC X(026).
