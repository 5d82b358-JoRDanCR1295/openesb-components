      **==============================================================*
      **                                                              *
      **    COPY: PCDDDEC               SYSTEM: PCDS                  *
      **    DIRECT-DATA-ENTRY CLAIM QUEUE RECORD.  ONE PAPER CLAIM    *
      **    KEYED ON THE PCD230M SCREENS, APPENDED TO PCDDDEQ WHEN    *
      **    THE OPERATOR ENDS THE CLAIM: WHO KEYED IT AND WHEN, THE   *
      **    BILLING PROVIDER FOR ITS B0, AND THE CLAIM'S OWN C0, D0,  *
      **    E0, F0 AND X0 RECORDS AS THE EDIT CHAIN WILL SEE THEM,    *
      **    ALREADY CHECKED AND FOOTED.  PCD231 SORTS THE QUEUE INTO  *
      **    ONE KEYED-ENTRY JOB PER OPERATOR AND EMPTIES IT.          *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-DDEC-REC.
           05  PCD-DDEC-OPERATOR-ID        PIC X(008).
           05  PCD-DDEC-ENTRY-DATE         PIC 9(008).
           05  PCD-DDEC-ENTRY-TIME         PIC 9(006).
           05  PCD-DDEC-BILL-PROV.
               10  PCD-DDEC-PROV-TAX-ID    PIC X(009).
               10  PCD-DDEC-PROV-TAX-TYPE  PIC X(001).
               10  PCD-DDEC-PROV-NPI       PIC X(010).
               10  PCD-DDEC-PROV-NAME      PIC X(018).
           05  PCD-DDEC-PAT-CNTL-NUM       PIC X(017).
           05  PCD-DDEC-LINE-COUNT         PIC 9(002).
           05  PCD-DDEC-TOTAL-CHARGES      PIC 9(008)V99.
           05  FILLER                      PIC X(011).
           05  PCD-DDEC-C0-IMAGE           PIC X(192).
           05  PCD-DDEC-D0-IMAGE           PIC X(192).
           05  PCD-DDEC-E0-IMAGE           PIC X(192).
           05  PCD-DDEC-F0-IMAGE           PIC X(192)
                                           OCCURS 6 TIMES.
           05  PCD-DDEC-X0-IMAGE           PIC X(192).
