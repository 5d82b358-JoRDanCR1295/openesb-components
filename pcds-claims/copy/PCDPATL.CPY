      **==============================================================*
      **                                                              *
      **    COPY: PCDPATL               SYSTEM: PCDS                  *
      **    PATIENT-RESPONSIBILITY AR LEDGER, KEYED BY PATIENT        *
      **    CONTROL NUMBER AND STATEMENT NUMBER.  OPENED BY PCD125    *
      **    THE FIRST TIME A CLAIM'S PATIENT SHARE IS BILLED; LATER   *
      **    STATEMENTS FOR THE CLAIM REUSE THE ROW AND BILL ITS       *
      **    BALANCE.  PATIENT PAYMENTS FROM THE BANK LOCKBOX ARE      *
      **    POSTED TO IT BY PCD168, MATCHED ON THE STATEMENT SCAN     *
      **    LINE (PCDSCAN).                                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED THE MAILING ADDRESS, THE      *
      **                          PCD169 DUNNING LEVEL AND THE        *
      **                          COLLECTION-AGENCY PLACEMENT FIELDS  *
      **                          (PCD169/PCD170/PCD171, PCD084       *
      **                          RECALL FLAG).                       *
      ** RTC    10/15/26          ADDED THE PCDEPIM PERSON ID AND THE *
      **                          FINANCIAL-ASSISTANCE DISCOUNT       *
      **                          APPLIED (PCDFAM).                   *
      ** RTC    10/15/26          ESCHEATED STATUS: A CREDIT BALANCE  *
      **                          REPORTED TO THE STATE AS UNCLAIMED  *
      **                          PROPERTY BY PCD188 (BALANCE         *
      **                          ZEROED).                            *
      **==============================================================*
       01  PCD-PATL-REC.
           05  PCD-PATL-KEY.
               10  PCD-PATL-PAT-CNTL-NO    PIC X(020).
               10  PCD-PATL-STMT-NO        PIC X(012).
           05  PCD-PATL-PAYOR-ID           PIC X(005).
           05  PCD-PATL-INSURED-ID         PIC X(017).
           05  PCD-PATL-PATIENT-NAME       PIC X(031).
           05  PCD-PATL-OPEN-DATE          PIC 9(008).
           05  PCD-PATL-PAT-RESP-AMT       PIC S9(007)V99 COMP-3.
           05  PCD-PATL-PRIOR-PAID-AMT     PIC S9(007)V99 COMP-3.
           05  PCD-PATL-LOCKBOX-PAID-AMT   PIC S9(007)V99 COMP-3.
           05  PCD-PATL-BALANCE-AMT        PIC S9(007)V99 COMP-3.
           05  PCD-PATL-STMT-COUNT         PIC 9(003).
           05  PCD-PATL-LAST-STMT-DATE     PIC 9(008).
           05  PCD-PATL-LAST-PAY-DATE      PIC 9(008).
           05  PCD-PATL-STATUS             PIC X(001).
               88  PCD-PATL-OPEN                   VALUE 'O'.
               88  PCD-PATL-PAID-IN-FULL           VALUE 'P'.
               88  PCD-PATL-CREDIT-BALANCE         VALUE 'C'.
               88  PCD-PATL-ESCHEATED              VALUE 'E'.
           05  PCD-PATL-MAIL-ADDR-1        PIC X(018).
           05  PCD-PATL-MAIL-ADDR-2        PIC X(018).
           05  PCD-PATL-MAIL-CSZ           PIC X(032).
      *   DUNNING LEVEL -- THE LAST PCD169 FOLLOW-UP NOTICE SENT.       *
           05  PCD-PATL-DUN-LEVEL          PIC X(001).
               88  PCD-PATL-NOT-DUNNED             VALUE SPACE.
               88  PCD-PATL-DUN-30                 VALUE '1'.
               88  PCD-PATL-DUN-60                 VALUE '2'.
               88  PCD-PATL-DUN-90                 VALUE '3'.
               88  PCD-PATL-DUN-FINAL              VALUE 'F'.
           05  PCD-PATL-DUN-DATE           PIC 9(008).
      *   COLLECTION STATUS -- Q IS SET BY PCD084 WHEN THE INSURANCE    *
      *   PAYS ON A PLACED ACCOUNT; PCD169 SENDS THE RECALL AND MOVES   *
      *   IT TO R.                                                      *
           05  PCD-PATL-COLL-STATUS        PIC X(001).
               88  PCD-PATL-NOT-IN-COLLECTION      VALUE SPACE.
               88  PCD-PATL-PLACED                 VALUE 'A'.
               88  PCD-PATL-RECALL-PENDING         VALUE 'Q'.
               88  PCD-PATL-RECALLED               VALUE 'R'.
               88  PCD-PATL-RETURNED-UNCOLL        VALUE 'U'.
               88  PCD-PATL-DISPUTED               VALUE 'D'.
               88  PCD-PATL-WITH-AGENCY            VALUES 'A' 'Q'.
           05  PCD-PATL-AGENCY-ID          PIC X(005).
           05  PCD-PATL-PLACED-DATE        PIC 9(008).
           05  PCD-PATL-PLACED-AMT         PIC S9(007)V99 COMP-3.
           05  PCD-PATL-AGENCY-PAID-AMT    PIC S9(007)V99 COMP-3.
           05  PCD-PATL-COLL-END-DATE      PIC 9(008).
           05  PCD-PATL-PERSON-ID          PIC 9(009).
           05  PCD-PATL-FA-DISC-AMT        PIC S9(007)V99 COMP-3.
           05  FILLER                      PIC X(006).
