      **==============================================================*
      **                                                              *
      **    COPY: PCDPCSM               SYSTEM: PCDS                  *
      **    PROVIDER-PORTAL CLAIM STATUS MASTER, KEYED BY PATIENT     *
      **    CONTROL NUMBER.  PCD203 RECORDS EACH CLAIM AS IT IS       *
      **    RECEIVED (MODE R, FROM THE INTAKE STREAM), PASSES THE     *
      **    EDIT CHAIN (MODE E) AND IS RELEASED TO THE PAYER (MODE    *
      **    T, FROM THE PCDRELOT STREAM).  A CLAIM RECEIVED AGAIN ON  *
      **    A NEW JOB STARTS OVER.  PCD204 DERIVES THE CURRENT        *
      **    STATUS FOR THE DAILY PCDPCSF FEED AND KEEPS HERE THE      *
      **    STATUS LAST SENT, SO A CHANGE-ONLY RUN SENDS ONLY THE     *
      **    CLAIMS WHOSE STATUS HAS MOVED.  A BILLING TAX ID THAT IS  *
      **    AN SSN IS HELD AS ITS PCDTOKN TOKEN.                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          SSN TAX ID HELD AS ITS TOKEN.       *
      **==============================================================*
       01  PCD-PCSM-REC.
           05  PCD-PCSM-PAT-CNTL-NO        PIC X(020).
           05  PCD-PCSM-JOBNUM             PIC X(008).
           05  PCD-PCSM-FED-TAX-NUM        PIC 9(009).
           05  PCD-PCSM-NPI                PIC X(010).
           05  PCD-PCSM-PAYOR-ID           PIC X(005).
           05  PCD-PCSM-SVC-DATE           PIC 9(008).
           05  PCD-PCSM-CHARGE-AMT         PIC S9(007)V99 COMP-3.
           05  PCD-PCSM-RECEIVED-DATE      PIC 9(008).
           05  PCD-PCSM-EDITED-DATE        PIC 9(008).
           05  PCD-PCSM-TRANSMIT-DATE      PIC 9(008).
      *   THE STATUS AS LAST SENT ON THE FEED -- ZERO DATE IF NEVER.
           05  PCD-PCSM-LAST-SENT.
               10  PCD-PCSM-SENT-STATUS    PIC X(002).
               10  PCD-PCSM-SENT-SUSP-CODE PIC X(006).
               10  PCD-PCSM-SENT-ACK-DATE  PIC 9(008).
               10  PCD-PCSM-SENT-277-CODE  PIC X(005).
               10  PCD-PCSM-SENT-PAID-AMT  PIC S9(007)V99 COMP-3.
               10  PCD-PCSM-SENT-DENIED-AMT
                                           PIC S9(007)V99 COMP-3.
               10  PCD-PCSM-SENT-BALANCE-AMT
                                           PIC S9(007)V99 COMP-3.
           05  PCD-PCSM-LAST-SENT-DATE     PIC 9(008).
           05  FILLER                      PIC X(030).
