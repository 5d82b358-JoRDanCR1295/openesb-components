      **==============================================================*
      **                                                              *
      **    COPY: PCDENRM               SYSTEM: PCDS                  *
      **    PROVIDER-TO-PAYER ENROLLMENT MASTER, KEYED BY BILLING     *
      **    NPI (B0-NPI), FEDERAL TAX ID (B0-FEDERAL-TAX-NUM) AND     *
      **    D0-PAYOR-ID.  CARRIES CLAIM-SUBMISSION, ERA AND EFT       *
      **    ENROLLMENT STATUS, EACH WITH ITS OWN EFFECTIVE AND TERM   *
      **    DATES (ZERO TERM = OPEN-ENDED), PLUS THE DATE THE         *
      **    APPLICATION WENT TO THE PAYER.  MAINTAINED BY PCD155,     *
      **    READ BY THE PCD156 PRE-TRANSMISSION EDIT AND THE PCD157   *
      **    WEEKLY PENDING-ENROLLMENT REPORT.  A TAX ID OF TYPE S     *
      **    (AN SSN) IS KEYED AS ITS PCDTOKN TOKEN.                   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED PCD-ENRM-TAX-ID-TYPE; SSN     *
      **                          TAX ID KEYED AS ITS TOKEN.          *
      **==============================================================*
       01  PCD-ENRM-REC.
           05  PCD-ENRM-KEY.
               10  PCD-ENRM-NPI            PIC X(010).
               10  PCD-ENRM-TAX-ID         PIC X(009).
               10  PCD-ENRM-PAYOR-ID       PIC X(005).
           05  PCD-ENRM-CLM-STATUS         PIC X(001).
               88  PCD-ENRM-CLM-ACTIVE             VALUE 'A'.
               88  PCD-ENRM-CLM-PENDING            VALUE 'P'.
               88  PCD-ENRM-CLM-TERMINATED         VALUE 'T'.
               88  PCD-ENRM-CLM-DENIED             VALUE 'D'.
               88  PCD-ENRM-VALID-STATUS   VALUES 'A' 'P' 'T' 'D'.
           05  PCD-ENRM-CLM-EFF-DATE       PIC 9(008).
           05  PCD-ENRM-CLM-TERM-DATE      PIC 9(008).
           05  PCD-ENRM-ERA-STATUS         PIC X(001).
               88  PCD-ENRM-ERA-ACTIVE             VALUE 'A'.
           05  PCD-ENRM-ERA-EFF-DATE       PIC 9(008).
           05  PCD-ENRM-ERA-TERM-DATE      PIC 9(008).
           05  PCD-ENRM-EFT-STATUS         PIC X(001).
               88  PCD-ENRM-EFT-ACTIVE             VALUE 'A'.
           05  PCD-ENRM-EFT-EFF-DATE       PIC 9(008).
           05  PCD-ENRM-EFT-TERM-DATE      PIC 9(008).
           05  PCD-ENRM-APPLIED-DATE       PIC 9(008).
           05  PCD-ENRM-LAST-MAINT-DATE    PIC 9(008).
           05  PCD-ENRM-TAX-ID-TYPE        PIC X(001).
               88  PCD-ENRM-EIN-TAX-ID             VALUE 'E'.
               88  PCD-ENRM-SSN-TAX-ID             VALUE 'S'.
           05  FILLER                      PIC X(029).
