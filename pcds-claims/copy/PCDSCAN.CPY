      *----------------------------------------------------------------*
      *   PCDSCAN -- PATIENT STATEMENT SCAN LINE.  PRINTED ON THE       *
      *   REMITTANCE STUB BY PCD125 AND RETURNED BY THE BANK ON EACH    *
      *   PATIENT-LOCKBOX ITEM, WHERE PCD168 READS IT BACK TO FIND THE  *
      *   PCDPATL LEDGER ROW THE PAYMENT BELONGS TO.                    *
      *----------------------------------------------------------------*
       01  PCD-SCAN-LINE.
           05  PCD-SCAN-PAT-CNTL-NO        PIC X(020).
           05  PCD-SCAN-STMT-NO            PIC X(012).
           05  PCD-SCAN-AMOUNT-DUE         PIC 9(007)V99.
