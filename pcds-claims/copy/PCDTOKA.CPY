      **==============================================================*
      **                                                              *
      **    COPY: PCDTOKA               SYSTEM: PCDS                  *
      **    COMMUNICATION AREA FOR THE SSN TOKEN VAULT SERVICE        *
      **    (PCDTOKN).  A LOADER FILLS FUNCTION 'T', THE ID TYPE AND  *
      **    THE VALUE AND CALLS 'PCDTOKN'; AN SSN-VALUED IDENTIFIER   *
      **    COMES BACK AS ITS FORMAT-PRESERVING TOKEN (RETURN '00'),  *
      **    ANYTHING ELSE COMES BACK UNCHANGED (RETURN '04').         *
      **    FUNCTION 'D' TURNS A TOKEN BACK INTO THE SSN FOR A        *
      **    CALLER ON THE PCDTKAU AUTHORIZATION FILE ONLY; EVERY      *
      **    ATTEMPT IS LOGGED TO PCDTKNL.  FUNCTION 'C' CLOSES THE    *
      **    VAULT AND IS CALLED ONCE FROM THE CALLER'S TERMINATION.   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TOKA-AREA.
           05  PCD-TOKA-FUNCTION           PIC X(001).
               88  PCD-TOKA-TOKENIZE                   VALUE 'T'.
               88  PCD-TOKA-DETOKENIZE                 VALUE 'D'.
               88  PCD-TOKA-CLOSE                      VALUE 'C'.
           05  PCD-TOKA-ID-TYPE            PIC X(001).
               88  PCD-TOKA-INSURED-ID                 VALUE 'I'.
               88  PCD-TOKA-SSN-TAX-ID                 VALUE 'S'.
           05  PCD-TOKA-CALLER             PIC X(008).
           05  PCD-TOKA-REQUESTOR          PIC X(008).
           05  PCD-TOKA-VALUE              PIC X(017).
           05  PCD-TOKA-RETURN-CODE        PIC X(002).
               88  PCD-TOKA-DONE                       VALUE '00'.
               88  PCD-TOKA-UNCHANGED                  VALUE '04'.
               88  PCD-TOKA-NOT-AUTHORIZED             VALUE '08'.
               88  PCD-TOKA-VAULT-ERROR                VALUE '12'.
