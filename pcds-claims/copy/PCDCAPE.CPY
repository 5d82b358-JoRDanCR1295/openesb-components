      **==============================================================*
      **                                                              *
      **    COPY: PCDCAPE               SYSTEM: PCDS                  *
      **    CAPITATED ENCOUNTER EXTRACT.  ONE ROW PER ENCOUNTER       *
      **    CLAIM (B0 BATCH TYPE 102 OR D02), WRITTEN BY PCD159 AS    *
      **    EACH DAY'S CLAIMS PASS AND ACCUMULATED FOR THE PCD160     *
      **    MONTHLY CAPITATION RECONCILIATION.  THE SERVICE MONTH IS  *
      **    TAKEN FROM THE FIRST F0 DATE OF SERVICE; THE PERSON ID    *
      **    IS THE PCDEPIM ENTERPRISE PERSON ID FOR THE C0 PATIENT    *
      **    (ZERO WHEN THE PATIENT IS NOT YET INDEXED).               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-CAPE-REC.
           05  PCD-CAPE-SERVICE-MONTH      PIC 9(006).
           05  PCD-CAPE-PAYOR-ID           PIC X(005).
           05  PCD-CAPE-INSURED-ID         PIC X(017).
           05  PCD-CAPE-PERSON-ID          PIC 9(009).
           05  PCD-CAPE-PAT-CNTL-NO        PIC X(017).
           05  PCD-CAPE-BATCH-TYPE         PIC X(003).
           05  PCD-CAPE-JOBNUM             PIC X(008).
           05  PCD-CAPE-EXTRACT-DATE       PIC 9(008).
           05  FILLER                      PIC X(007).
