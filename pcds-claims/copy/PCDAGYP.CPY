      **==============================================================*
      **                                                              *
      **    COPY: PCDAGYP               SYSTEM: PCDS                  *
      **    OUTBOUND COLLECTION-AGENCY PLACEMENT RECORD (PCDAGYPL),   *
      **    WRITTEN BY PCD169.  TYPE P PLACES A PATIENT BALANCE WITH  *
      **    THE AGENCY; TYPE R RECALLS A PLACED ACCOUNT (THE          *
      **    INSURANCE HAS SINCE PAID).  THE AGENCY QUOTES PATIENT     *
      **    CONTROL NUMBER AND STATEMENT NUMBER BACK ON ITS RETURN    *
      **    FILE (SEE PCD170).  THE RESPONSIBLE-PARTY CONTACT COMES   *
      **    FROM PCDRPCM.                                             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-AGYP-REC.
           05  PCD-AGYP-REC-TYPE           PIC X(001).
               88  PCD-AGYP-PLACEMENT              VALUE 'P'.
               88  PCD-AGYP-RECALL                 VALUE 'R'.
           05  PCD-AGYP-AGENCY-ID          PIC X(005).
           05  PCD-AGYP-PAT-CNTL-NO        PIC X(020).
           05  PCD-AGYP-STMT-NO            PIC X(012).
           05  PCD-AGYP-ACTION-DATE        PIC 9(008).
           05  PCD-AGYP-BALANCE-AMT        PIC 9(007)V99.
           05  PCD-AGYP-PATIENT-NAME       PIC X(031).
           05  PCD-AGYP-MAIL-ADDR-1        PIC X(018).
           05  PCD-AGYP-MAIL-ADDR-2        PIC X(018).
           05  PCD-AGYP-MAIL-CSZ           PIC X(032).
           05  PCD-AGYP-RP-LNAME           PIC X(035).
           05  PCD-AGYP-RP-FNAME           PIC X(012).
           05  PCD-AGYP-RP-ADDR-1          PIC X(030).
           05  PCD-AGYP-PAYOR-ID           PIC X(005).
           05  PCD-AGYP-INSURED-ID         PIC X(017).
           05  PCD-AGYP-FIRST-STMT-DATE    PIC 9(008).
           05  PCD-AGYP-LAST-PAY-DATE      PIC 9(008).
           05  FILLER                      PIC X(031).
