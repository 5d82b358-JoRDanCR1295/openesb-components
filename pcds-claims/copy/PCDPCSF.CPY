      **==============================================================*
      **                                                              *
      **    COPY: PCDPCSF               SYSTEM: PCDS                  *
      **    PROVIDER-PORTAL CLAIM STATUS FEED, AS PUBLISHED TO THE    *
      **    WEB TEAM.  ONE 300-BYTE LINE PER RECORD, FIELDS           *
      **    SEPARATED BY A VERTICAL BAR (|) IN THE ORDER BELOW WITH   *
      **    TRAILING SPACES DROPPED FROM EACH FIELD, THE LINE PADDED  *
      **    WITH SPACES.  RECORD H LEADS THE FILE WITH THE RUN DATE   *
      **    AND THE FEED MODE (F FULL, C CHANGES ONLY); ONE RECORD D  *
      **    FOLLOWS PER CLAIM; RECORD T CLOSES THE FILE WITH THE D    *
      **    COUNT.  DATES ARE CCYYMMDD, ZERO WHEN THE CLAIM HAS NOT   *
      **    REACHED THAT POINT.  AMOUNTS CARRY A LEADING SIGN AND A   *
      **    DECIMAL POINT (+0000123.45).  STATUS IS THE FURTHEST      *
      **    POINT THE CLAIM HAS REACHED: RC RECEIVED, AK RECEIPT      *
      **    ACKNOWLEDGED, ED EDITED, SU SUSPENDED, TX TRANSMITTED,    *
      **    ST PAYER STATUS (277CA) RETURNED, DN DENIED, PD PAID.     *
      **    A PROVIDER BILLING UNDER AN SSN IS SENT ITS PCDTOKN       *
      **    TOKEN, NEVER THE SSN.  BUILT BY PCD204.                   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          SSN TAX ID SENT AS ITS TOKEN.       *
      **==============================================================*
       01  PCD-PCSF-DETAIL.
           05  PCD-PCSF-REC-TYPE           PIC X(001).
               88  PCD-PCSF-HEADER                 VALUE 'H'.
               88  PCD-PCSF-CLAIM                  VALUE 'D'.
               88  PCD-PCSF-TRAILER                VALUE 'T'.
           05  PCD-PCSF-FED-TAX-NUM        PIC 9(009).
           05  PCD-PCSF-NPI                PIC X(010).
           05  PCD-PCSF-PAT-CNTL-NO        PIC X(020).
           05  PCD-PCSF-JOBNUM             PIC X(008).
           05  PCD-PCSF-PAYOR-ID           PIC X(005).
           05  PCD-PCSF-SVC-DATE           PIC 9(008).
           05  PCD-PCSF-CHARGE-AMT         PIC +9(007).99.
           05  PCD-PCSF-STATUS             PIC X(002).
               88  PCD-PCSF-RECEIVED               VALUE 'RC'.
               88  PCD-PCSF-ACKNOWLEDGED           VALUE 'AK'.
               88  PCD-PCSF-EDITED                 VALUE 'ED'.
               88  PCD-PCSF-SUSPENDED              VALUE 'SU'.
               88  PCD-PCSF-TRANSMITTED            VALUE 'TX'.
               88  PCD-PCSF-PAYER-STATUS           VALUE 'ST'.
               88  PCD-PCSF-DENIED                 VALUE 'DN'.
               88  PCD-PCSF-PAID                   VALUE 'PD'.
           05  PCD-PCSF-RECEIVED-DATE      PIC 9(008).
           05  PCD-PCSF-ACK-DATE           PIC 9(008).
           05  PCD-PCSF-EDITED-DATE        PIC 9(008).
           05  PCD-PCSF-SUSP-CODE          PIC X(006).
           05  PCD-PCSF-SUSP-TEXT          PIC X(060).
           05  PCD-PCSF-TRANSMIT-DATE      PIC 9(008).
           05  PCD-PCSF-277-CODE           PIC X(005).
           05  PCD-PCSF-277-DATE           PIC 9(008).
           05  PCD-PCSF-PAID-AMT           PIC +9(007).99.
           05  PCD-PCSF-DENIED-AMT         PIC +9(007).99.
           05  PCD-PCSF-DENIAL-DATE        PIC 9(008).
           05  PCD-PCSF-BALANCE-AMT        PIC +9(007).99.
