      **==============================================================*
      **                                                              *
      **    COPY: PCDADRL               SYSTEM: PCDS                  *
      **    AUDIT CASE CLAIM LINK, KEYED BY THE PCDADRM CASE KEY      *
      **    PLUS PATIENT CONTROL NUMBER.  ONE ROW PER CLAIM A         *
      **    RECORDS REQUEST OR AUDIT LETTER COVERS, ADDED ON THE      *
      **    PCD232M SCREEN ONLY WHEN THE CLAIM IS ON THE PCDCRPM      *
      **    REPOSITORY.  THE PROCESSING DATE AND JOB OF THE CLAIM'S   *
      **    FIRST REPOSITORY ROW ARE KEPT SO THE CLAIM CAN BE PULLED  *
      **    FOR THE RESPONSE.                                         *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ADRL-REC.
           05  PCD-ADRL-KEY.
               10  PCD-ADRL-CASE-KEY.
                   15  PCD-ADRL-PAYOR-ID   PIC X(005).
                   15  PCD-ADRL-CASE-NO    PIC X(020).
               10  PCD-ADRL-PAT-CNTL-NO    PIC X(020).
           05  PCD-ADRL-CRPM-PROC-DATE     PIC X(006).
           05  PCD-ADRL-CRPM-JOBNUM        PIC X(008).
           05  PCD-ADRL-LINK-DATE          PIC 9(008).
           05  PCD-ADRL-LINK-OPERATOR      PIC X(008).
           05  FILLER                      PIC X(025).
