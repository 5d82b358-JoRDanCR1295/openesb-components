      **==============================================================*
      **                                                              *
      **    COPY: PCDADJM               SYSTEM: PCDS                  *
      **    REMITTANCE ADJUSTMENT ITEM MASTER.  ONE ROW PER CAS       *
      **    GROUP/REASON/AMOUNT TRIPLET TAKEN FROM A DT OR KT         *
      **    RECORD, KEYED BY PATIENT CONTROL NUMBER, SOURCE RECORD    *
      **    TYPE, ITS SEQUENCE/SUB-SEQUENCE AND THE TRIPLET'S         *
      **    OCCURRENCE.  THE ROW IS BOTH THE POSTING HISTORY THAT     *
      **    MAKES PCD164 RERUN-SAFE AND THE APPROVAL QUEUE FOR        *
      **    WRITE-OFFS OVER THEIR REASON CODE'S AUTHORITY LIMIT,      *
      **    WORKED BY PCD165.                                         *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ADJM-REC.
           05  PCD-ADJM-KEY.
               10  PCD-ADJM-PAT-CNTL-NO    PIC X(020).
               10  PCD-ADJM-SOURCE-REC     PIC X(002).
               10  PCD-ADJM-SEQ-NUM        PIC X(002).
               10  PCD-ADJM-SUB-SEQ-NUM    PIC X(002).
               10  PCD-ADJM-OCCURRENCE     PIC 9(001).
           05  PCD-ADJM-CAS-GROUP          PIC X(002).
           05  PCD-ADJM-CAS-REASON         PIC X(005).
           05  PCD-ADJM-AMOUNT             PIC S9(007)V99.
           05  PCD-ADJM-PROC-CODE          PIC X(005).
           05  PCD-ADJM-PAYOR-ID           PIC X(005).
           05  PCD-ADJM-JOBNUM             PIC X(008).
           05  PCD-ADJM-AUTH-LIMIT         PIC S9(007)V99.
           05  PCD-ADJM-STATUS             PIC X(001).
               88  PCD-ADJM-CONTRACTUAL-POSTED     VALUE 'C'.
               88  PCD-ADJM-WRITE-OFF-POSTED       VALUE 'W'.
               88  PCD-ADJM-PENDING-APPROVAL       VALUE 'P'.
               88  PCD-ADJM-APPROVED-POSTED        VALUE 'A'.
               88  PCD-ADJM-REJECTED               VALUE 'R'.
               88  PCD-ADJM-PATIENT-RESP           VALUE 'X'.
           05  PCD-ADJM-RECEIVED-DATE      PIC 9(008).
           05  PCD-ADJM-DECISION-DATE      PIC 9(008).
           05  PCD-ADJM-APPROVER-ID        PIC X(008).
           05  FILLER                      PIC X(018).
