      **==============================================================*
      **                                                              *
      **    COPY: PCDCLNA               SYSTEM: PCDS                  *
      **    CALL AREA FOR THE PCDCLNT CLIENT-ASSIGNMENT SERVICE.      *
      **    FUNCTION 'A' RESOLVES THE CLIENT FOR A SUBMITTER EIN AND  *
      **    BILLING TAX ID AND RECORDS IT AGAINST THE PATIENT         *
      **    CONTROL NUMBER AND JOB; 'L' RETURNS THE CLIENT ALREADY    *
      **    RECORDED FOR A PATIENT CONTROL NUMBER; 'V' VERIFIES A     *
      **    CLIENT ID KEYED ON A PARM CARD OR SCREEN AND RETURNS ITS  *
      **    NAME; 'C' CLOSES THE FILES AT END OF RUN.  RETURN CODE    *
      **    04 MEANS NO ACTIVE REGISTRY ROW (OR NO CROSS-REFERENCE,   *
      **    OR AN UNKNOWN CLIENT ID) -- THE CLIENT ID COMES BACK      *
      **    BLANK; 12 IS A FILE ERROR.  AN 'A' CALLER PASSES THE      *
      **    B0-TAX-ID-TYPE WITH THE TAX ID; AN SSN COMES BACK AS ITS  *
      **    PCDTOKN TOKEN (ZERO IF IT CANNOT BE TOKENIZED), WHICH IS  *
      **    WHAT THE REGISTRY AND CROSS-REFERENCE HOLD.               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED PCD-CLNA-TAX-ID-TYPE.         *
      **==============================================================*
       01  PCD-CLNA-AREA.
           05  PCD-CLNA-FUNCTION           PIC X(001).
               88  PCD-CLNA-ASSIGN                     VALUE 'A'.
               88  PCD-CLNA-LOOKUP                     VALUE 'L'.
               88  PCD-CLNA-VERIFY                     VALUE 'V'.
               88  PCD-CLNA-CLOSE                      VALUE 'C'.
           05  PCD-CLNA-CALLER             PIC X(008).
           05  PCD-CLNA-SUB-EIN            PIC 9(009).
           05  PCD-CLNA-FED-TAX-NUM        PIC 9(009).
           05  PCD-CLNA-TAX-ID-TYPE        PIC X(001).
               88  PCD-CLNA-SSN-TAX-ID                 VALUE 'S'.
           05  PCD-CLNA-PAT-CNTL-NO        PIC X(020).
           05  PCD-CLNA-JOBNUM             PIC X(008).
           05  PCD-CLNA-CLIENT-ID          PIC X(006).
           05  PCD-CLNA-CLIENT-NAME        PIC X(030).
           05  PCD-CLNA-RETURN-CODE        PIC X(002).
               88  PCD-CLNA-DONE                       VALUE '00'.
               88  PCD-CLNA-NOT-REGISTERED             VALUE '04'.
               88  PCD-CLNA-FILE-ERROR                 VALUE '12'.
