      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          REFUND DISBURSEMENT (PCD185) AND    *
      **                          BANK PAID-ITEMS CLEARING (PCD186):  *
      **                          ISSUED STATUS, PAY METHOD, CHECK OR *
      **                          ACH NUMBER, ISSUE AND CLEAR DATES   *
      **                          TAKEN OUT OF FILLER -- RECORD       *
      **                          LENGTH UNCHANGED.                   *
      ** RTC    10/15/26          ESCHEATED STATUS: AN UNCASHED       *
      **                          REFUND CHECK REPORTED TO THE STATE  *
      **                          AS UNCLAIMED PROPERTY BY PCD188;    *
      **                          THE CLEAR DATE CARRIES THE ESCHEAT  *
      **                          DATE.                               *
      **==============================================================*
       01  PCD-RFND-REC.
           05  PCD-RFND-KEY.
           05  PCD-RFND-OPEN-DATE          PIC 9(008).
           05  PCD-RFND-STATUS             PIC X(001).
               88  PCD-RFND-OPEN                   VALUE 'O'.
               88  PCD-RFND-ISSUED                 VALUE 'I'.
               88  PCD-RFND-CLOSED                 VALUE 'C'.
               88  PCD-RFND-ESCHEATED              VALUE 'E'.
           05  PCD-RFND-PAY-METHOD         PIC X(001).
               88  PCD-RFND-BY-CHECK               VALUE 'C'.
               88  PCD-RFND-BY-ACH                 VALUE 'A'.
           05  PCD-RFND-CHECK-NO           PIC 9(010).
           05  PCD-RFND-ISSUE-DATE         PIC 9(008).
           05  PCD-RFND-CLEAR-DATE         PIC 9(008).
           05  FILLER                      PIC X(006).
