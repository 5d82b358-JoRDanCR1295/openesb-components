      **==============================================================*
      **                                                              *
      **    COPY: PCDRFPY               SYSTEM: PCDS                  *
      **    REFUND PAYMENT REQUEST TO ACCOUNTS PAYABLE.  ONE ROW PER  *
      **    APPROVED PCDRFND REFUND CASE ISSUED BY PCD185, CHECK OR   *
      **    ACH, CARRYING THE PAYMENT NUMBER, PAYEE AND THE CASE IT   *
      **    SETTLES.                                                  *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-RFPY-REC.
           05  PCD-RFPY-PAY-METHOD         PIC X(001).
               88  PCD-RFPY-BY-CHECK               VALUE 'C'.
               88  PCD-RFPY-BY-ACH                 VALUE 'A'.
           05  PCD-RFPY-PAYMENT-NO         PIC 9(010).
           05  PCD-RFPY-ISSUE-DATE         PIC 9(008).
           05  PCD-RFPY-AMOUNT             PIC 9(009)V99.
           05  PCD-RFPY-PAYEE-ID           PIC X(005).
           05  PCD-RFPY-PAYEE-NAME         PIC X(030).
           05  PCD-RFPY-ADDR-LINE-1        PIC X(030).
           05  PCD-RFPY-ADDR-LINE-2        PIC X(030).
           05  PCD-RFPY-CITY               PIC X(020).
           05  PCD-RFPY-STATE              PIC X(002).
           05  PCD-RFPY-ZIP-9              PIC X(009).
           05  PCD-RFPY-PAT-CNTL-NO        PIC X(020).
           05  PCD-RFPY-PATTERN            PIC X(001).
           05  PCD-RFPY-APPROVER-ID        PIC X(008).
           05  FILLER                      PIC X(015).
