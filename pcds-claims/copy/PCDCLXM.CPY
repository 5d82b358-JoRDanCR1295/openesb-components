      **==============================================================*
      **                                                              *
      **    COPY: PCDCLXM               SYSTEM: PCDS                  *
      **    CLAIM-TO-CLIENT CROSS-REFERENCE, KEYED BY PATIENT         *
      **    CONTROL NUMBER.  WRITTEN AT INTAKE (PCD026, PCD145)       *
      **    THROUGH PCDCLNT FUNCTION 'A' WITH THE CLIENT THE          *
      **    REGISTRY GIVES THE CLAIM'S SUBMITTER AND BILLING          *
      **    PROVIDER; A RESUBMISSION ON A LATER JOB REPLACES THE      *
      **    ROW.  EVERY PROGRAM THAT STAMPS A CLIENT ID ON A MASTER   *
      **    ROW LOOKS IT UP HERE (FUNCTION 'L').  AN SSN TAX ID IS    *
      **    HELD AS ITS PCDTOKN TOKEN.                                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          SSN TAX ID HELD AS ITS TOKEN.       *
      **==============================================================*
       01  PCD-CLXM-REC.
           05  PCD-CLXM-PAT-CNTL-NO        PIC X(020).
           05  PCD-CLXM-CLIENT-ID          PIC X(006).
           05  PCD-CLXM-JOBNUM             PIC X(008).
           05  PCD-CLXM-SUB-EIN            PIC 9(009).
           05  PCD-CLXM-FED-TAX-NUM        PIC 9(009).
           05  PCD-CLXM-ASSIGN-DATE        PIC 9(008).
           05  FILLER                      PIC X(020).
