      **==============================================================*
      **                                                              *
      **    COPY: PCDNAUP               SYSTEM: PCDS                  *
      **    NAUPA STANDARD-FORMAT UNCLAIMED-PROPERTY HOLDER REPORT    *
      **    RECORD.  FOR EACH STATE REPORTED: ONE '1' HOLDER RECORD,  *
      **    ONE '2' PROPERTY RECORD PER OWNER ITEM AND ONE '9'        *
      **    SUMMARY RECORD WITH THE COUNTS AND DOLLARS THE STATE      *
      **    BALANCES TO THE REMITTANCE.  WRITTEN BY PCD188.           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-NAUP-REC.
           05  PCD-NAUP-TRCODE             PIC X(001).
               88  PCD-NAUP-HOLDER                 VALUE '1'.
               88  PCD-NAUP-PROPERTY               VALUE '2'.
               88  PCD-NAUP-SUMMARY                VALUE '9'.
           05  PCD-NAUP-HOLDER-DATA.
               10  PCD-NAUP-H-TAX-ID       PIC X(009).
               10  PCD-NAUP-H-TAX-ID-EXT   PIC X(004).
               10  PCD-NAUP-H-NAME         PIC X(040).
               10  PCD-NAUP-H-STATE-INC    PIC X(002).
               10  PCD-NAUP-H-REPORT-STATE PIC X(002).
               10  PCD-NAUP-H-REPORT-YEAR  PIC 9(004).
               10  PCD-NAUP-H-REPORT-DATE  PIC 9(008).
               10  PCD-NAUP-H-CONTACT      PIC X(040).
               10  FILLER                  PIC X(415).
           05  PCD-NAUP-PROPERTY-DATA REDEFINES PCD-NAUP-HOLDER-DATA.
               10  PCD-NAUP-P-SEQUENCE-NO  PIC 9(006).
               10  PCD-NAUP-P-OWNER-NAME   PIC X(040).
               10  PCD-NAUP-P-OWNER-TYPE   PIC X(001).
                   88  PCD-NAUP-P-BUSINESS         VALUE 'B'.
                   88  PCD-NAUP-P-PERSON           VALUE 'P'.
               10  PCD-NAUP-P-ADDR-1       PIC X(030).
               10  PCD-NAUP-P-ADDR-2       PIC X(030).
               10  PCD-NAUP-P-ADDR-3       PIC X(030).
               10  PCD-NAUP-P-CITY         PIC X(030).
               10  PCD-NAUP-P-STATE        PIC X(002).
               10  PCD-NAUP-P-ZIP          PIC X(009).
               10  PCD-NAUP-P-COUNTRY      PIC X(003).
               10  PCD-NAUP-P-OWNER-TAX-ID PIC X(009).
               10  PCD-NAUP-P-OWNER-DOB    PIC 9(008).
               10  PCD-NAUP-P-PROPERTY-TYPE
                                           PIC X(004).
               10  PCD-NAUP-P-RELATIONSHIP PIC X(002).
               10  PCD-NAUP-P-LAST-TRANS-DATE
                                           PIC 9(008).
               10  PCD-NAUP-P-AMOUNT-REPORTED
                                           PIC 9(010)V99.
               10  PCD-NAUP-P-DEDUCTION    PIC 9(010)V99.
               10  PCD-NAUP-P-AMOUNT-REMITTED
                                           PIC 9(010)V99.
               10  PCD-NAUP-P-CHECK-NO     PIC X(020).
               10  PCD-NAUP-P-HOLDER-REF   PIC X(025).
               10  PCD-NAUP-P-DESCRIPTION  PIC X(040).
               10  FILLER                  PIC X(191).
           05  PCD-NAUP-SUMMARY-DATA REDEFINES PCD-NAUP-HOLDER-DATA.
               10  PCD-NAUP-S-RECORD-COUNT PIC 9(006).
               10  PCD-NAUP-S-PROPERTY-COUNT
                                           PIC 9(006).
               10  PCD-NAUP-S-TOTAL-REPORTED
                                           PIC 9(010)V99.
               10  PCD-NAUP-S-TOTAL-REMITTED
                                           PIC 9(010)V99.
               10  FILLER                  PIC X(488).
