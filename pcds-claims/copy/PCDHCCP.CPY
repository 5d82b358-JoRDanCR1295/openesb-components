      **==============================================================*
      **                                                              *
      **    COPY: PCDHCCP               SYSTEM: PCDS                  *
      **    HCC CAPTURE BY PERSON, KEYED BY SERVICE YEAR + PCDEPIM    *
      **    PERSON ID + HCC.  ONE ROW FOR EACH HCC CATEGORY A PERSON  *
      **    HAD DOCUMENTED ON ANY CLAIM OR ENCOUNTER IN THE YEAR,     *
      **    WITH THE FIRST AND LAST DATE OF SERVICE, THE NUMBER OF    *
      **    CLAIMS THAT CARRIED IT AND THE MOST RECENT DIAGNOSIS AND  *
      **    CLAIM.  REBUILT FOR THE YEAR BY PCD162; READ BY THE       *
      **    PCD163 SUSPECT-GAP REPORT.  YEAR LEADS THE KEY SO ONE     *
      **    YEAR BROWSES AS ONE RANGE.                                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-HCCP-REC.
           05  PCD-HCCP-KEY.
               10  PCD-HCCP-SERVICE-YEAR   PIC 9(004).
               10  PCD-HCCP-PERSON-ID      PIC 9(009).
               10  PCD-HCCP-HCC            PIC 9(003).
           05  PCD-HCCP-HCC-DESC           PIC X(030).
           05  PCD-HCCP-FIRST-DOS          PIC 9(008).
           05  PCD-HCCP-LAST-DOS           PIC 9(008).
           05  PCD-HCCP-CLAIM-COUNT        PIC 9(005).
           05  PCD-HCCP-LAST-DIAG-CODE     PIC X(008).
           05  PCD-HCCP-LAST-PAT-CNTL-NO   PIC X(020).
           05  PCD-HCCP-BUILD-DATE         PIC 9(008).
           05  FILLER                      PIC X(017).
