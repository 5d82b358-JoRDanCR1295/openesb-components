      **==============================================================*
      **                                                              *
      **    COPY: PCDDISA               SYSTEM: PCDS                  *
      **    COMMUNICATION AREA FOR THE PHI ACCESS LOGGER (PCDDISC).   *
      **    AN ONLINE INQUIRY THAT HAS JUST PUT PATIENT DATA ON THE   *
      **    SCREEN FILLS FUNCTION 'L', ITSELF AS CALLER, THE          *
      **    OPERATOR ID, THE PATIENT CONTROL NUMBER SHOWN AND ITS OWN *
      **    KEY FOR WHAT WAS SHOWN, AND CALLS 'PCDDISC'.  ONE PCDDISL *
      **    ROW IS WRITTEN AND THE PCDEPIM PERSON ID THE PCN RESOLVED *
      **    TO COMES BACK (ZERO AND RETURN '04' WHEN IT RESOLVED TO   *
      **    NONE).  FUNCTION 'C' CLOSES THE LOG AND IS CALLED ONCE    *
      **    FROM THE CALLER'S TERMINATION.                            *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-DISA-AREA.
           05  PCD-DISA-FUNCTION           PIC X(001).
               88  PCD-DISA-LOG-ACCESS                 VALUE 'L'.
               88  PCD-DISA-CLOSE                      VALUE 'C'.
           05  PCD-DISA-CALLER             PIC X(008).
           05  PCD-DISA-OPERATOR-ID        PIC X(008).
           05  PCD-DISA-PAT-CNTL-NO        PIC X(020).
           05  PCD-DISA-ITEM-KEY           PIC X(040).
           05  PCD-DISA-PERSON-ID          PIC 9(009).
           05  PCD-DISA-RETURN-CODE        PIC X(002).
               88  PCD-DISA-LOGGED                     VALUE '00'.
               88  PCD-DISA-NO-PERSON                  VALUE '04'.
               88  PCD-DISA-LOG-ERROR                  VALUE '12'.
