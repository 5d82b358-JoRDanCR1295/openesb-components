      **==============================================================*
      **                                                              *
      **    COPY: PCDDISL               SYSTEM: PCDS                  *
      **    PHI ACCESS (ACCOUNTING-OF-DISCLOSURES) LOG RECORD.  ONE   *
      **    ROW EVERY TIME AN ONLINE INQUIRY SHOWS PATIENT DATA:      *
      **    WHO (OPERATOR), WHEN, WHICH PROGRAM, WHICH PATIENT        *
      **    CONTROL NUMBER AND THE PCDEPIM PERSON ID IT RESOLVED TO   *
      **    (ZERO WHEN NONE), WITH THE PATIENT NAME OFF THE CLAIM'S   *
      **    C0 AND THE SCREEN'S OWN KEY FOR WHAT WAS SHOWN.           *
      **    APPENDED ONLY, BY PCDDISC.  READ BY PCD179 (ACCESSES TO   *
      **    ONE PERSON) AND PCD180 (MONTHLY EXCEPTIONS).              *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-DISL-REC.
           05  PCD-DISL-OPERATOR-ID        PIC X(008).
           05  PCD-DISL-ACCESS-DATE        PIC 9(008).
           05  PCD-DISL-ACCESS-TIME        PIC 9(006).
           05  PCD-DISL-SOURCE-PGM         PIC X(008).
           05  PCD-DISL-PAT-CNTL-NO        PIC X(020).
           05  PCD-DISL-PERSON-ID          PIC 9(009).
           05  PCD-DISL-PAT-L-NAME         PIC X(020).
           05  PCD-DISL-PAT-F-NAME         PIC X(010).
           05  PCD-DISL-ITEM-KEY           PIC X(040).
           05  FILLER                      PIC X(011).
