      **==============================================================*
      **                                                              *
      **    COPY: PCD34BA               SYSTEM: PCDS                  *
      **    340B CLAIM-LINE AUDIT HISTORY, KEYED BY PATIENT CONTROL   *
      **    NUMBER AND F0 LINE SEQUENCE.  PCD212 WRITES A ROW FOR     *
      **    EVERY DRUG LINE BILLED FROM A 340B-ELIGIBLE SITE, SAYING  *
      **    WHETHER THE UD MODIFIER WAS STAMPED ON IT AND WHETHER     *
      **    THE DESTINATION PAYER IS MEDICAID.  PCD134 RECORDS THE    *
      **    RUN THAT KEPT THE LINE OFF A MANUFACTURER REBATE          *
      **    INVOICE.  PCD213 REPORTS THE QUARTER FROM THIS FILE FOR   *
      **    HRSA DUPLICATE-DISCOUNT AUDITS.                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-34BA-REC.
           05  PCD-34BA-KEY.
               10  PCD-34BA-PAT-CNTL-NO    PIC X(017).
               10  PCD-34BA-LINE-SEQ       PIC X(002).
           05  PCD-34BA-CLIENT-ID          PIC X(006).
           05  PCD-34BA-ENTITY-ID          PIC X(015).
           05  PCD-34BA-SITE-NPI           PIC X(010).
           05  PCD-34BA-JOBNUM             PIC X(008).
           05  PCD-34BA-BATCH-TYPE         PIC X(003).
           05  PCD-34BA-SVC-DATE           PIC 9(008).
           05  PCD-34BA-PROC-CODE          PIC X(005).
           05  PCD-34BA-NDC-CODE           PIC X(011).
           05  PCD-34BA-RX-NUM             PIC X(015).
           05  PCD-34BA-LINE-CHRG          PIC S9(006)V99 COMP-3.
           05  PCD-34BA-PAYOR-ID           PIC X(005).
           05  PCD-34BA-MEDICAID-SW        PIC X(001).
               88  PCD-34BA-MEDICAID               VALUE 'Y'.
           05  PCD-34BA-FLAG-STATUS        PIC X(001).
               88  PCD-34BA-FLAGGED                VALUE 'F'.
               88  PCD-34BA-NOT-FLAGGED            VALUE 'N'.
           05  PCD-34BA-STAMP-DATE         PIC 9(008).
           05  PCD-34BA-REBATE-EXCL-DATE   PIC 9(008).
           05  FILLER                      PIC X(030).
