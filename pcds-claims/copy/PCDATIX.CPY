      **==============================================================*
      **                                                              *
      **    COPY: PCDATIX               SYSTEM: PCDS                  *
      **    CLAIM ATTACHMENT IMAGE INDEX, KEYED BY THE ATTACHMENT     *
      **    CONTROL NUMBER THE CLAIM CARRIES ON ITS E1/EW RECORDS AND *
      **    A CHUNK SEQUENCE.  LOADED BY THE DOCUMENT-IMAGING SYSTEM  *
      **    AS EACH PAPER IS SCANNED.  CHUNK 0000 DESCRIBES THE       *
      **    DOCUMENT; CHUNKS 0001 ON CARRY THE IMAGE 80 BYTES AT A    *
      **    TIME, THE LAST ONE SHORT WHEN THE BYTE COUNT SAYS SO.     *
      **    READ BY PCD173 TO BUILD THE X12 275.                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ATIX-REC.
           05  PCD-ATIX-KEY.
               10  PCD-ATIX-ATTACH-CNTL-NUM PIC X(035).
               10  PCD-ATIX-CHUNK-SEQ      PIC 9(004).
                   88  PCD-ATIX-DOC-HEADER         VALUE ZERO.
           05  PCD-ATIX-BODY               PIC X(080).
           05  PCD-ATIX-HEADER REDEFINES PCD-ATIX-BODY.
               10  PCD-ATIX-PAT-CNTL-NO    PIC X(020).
               10  PCD-ATIX-REPORT-TYPE    PIC X(002).
               10  PCD-ATIX-FORMAT-CD      PIC X(002).
               10  PCD-ATIX-BYTE-COUNT     PIC 9(009).
               10  PCD-ATIX-CHUNK-COUNT    PIC 9(004).
               10  PCD-ATIX-SCAN-DATE      PIC 9(008).
               10  PCD-ATIX-PAGE-COUNT     PIC 9(004).
               10  FILLER                  PIC X(031).
           05  PCD-ATIX-DATA REDEFINES PCD-ATIX-BODY
                                           PIC X(080).
