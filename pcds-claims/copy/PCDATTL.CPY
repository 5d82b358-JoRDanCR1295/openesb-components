      **==============================================================*
      **                                                              *
      **    COPY: PCDATTL               SYSTEM: PCDS                  *
      **    CLAIM ATTACHMENT MATCH LOG, KEYED BY ATTACHMENT CONTROL   *
      **    NUMBER.  ONE ROW PER ELECTRONIC ATTACHMENT PCD173 HAS SEEN*
      **    ON A CLAIM, WITH WHETHER ITS SCANNED DOCUMENT WENT OUT ON *
      **    AN X12 275, WHEN, TO WHICH RECEIVER AND UNDER WHICH ST    *
      **    CONTROL NUMBER -- OR WHY NOT YET.  A SENT ROW IS NOT SENT *
      **    AGAIN; ANY OTHER ROW IS RETRIED ON EVERY RUN.             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ATTL-REC.
           05  PCD-ATTL-ATTACH-CNTL-NUM    PIC X(035).
           05  PCD-ATTL-PAT-CNTL-NO        PIC X(020).
           05  PCD-ATTL-PAYOR-ID           PIC X(005).
           05  PCD-ATTL-RECEIVER-ID        PIC X(009).
           05  PCD-ATTL-REPORT-TYPE        PIC X(002).
           05  PCD-ATTL-STATUS             PIC X(001).
               88  PCD-ATTL-SENT                   VALUE 'S'.
               88  PCD-ATTL-NO-DOCUMENT            VALUE 'N'.
               88  PCD-ATTL-PCN-MISMATCH           VALUE 'M'.
               88  PCD-ATTL-INCOMPLETE             VALUE 'I'.
           05  PCD-ATTL-FIRST-SEEN-DATE    PIC 9(008).
           05  PCD-ATTL-LAST-TRY-DATE      PIC 9(008).
           05  PCD-ATTL-TRY-COUNT          PIC 9(003).
           05  PCD-ATTL-SENT-DATE          PIC 9(008).
           05  PCD-ATTL-SENT-TIME          PIC 9(004).
           05  PCD-ATTL-ST-CTL-NUM         PIC 9(004).
           05  PCD-ATTL-BYTE-COUNT         PIC 9(009).
           05  FILLER                      PIC X(020).
