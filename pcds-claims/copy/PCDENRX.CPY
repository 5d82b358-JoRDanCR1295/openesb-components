      **==============================================================*
      **                                                              *
      **    COPY: PCDENRX               SYSTEM: PCDS                  *
      **    REASON-TEXT LAYOUT OF THE ENRLNE SUSPENSE ROW WRITTEN BY  *
      **    THE PCD156 ENROLLMENT EDIT.  THE SUSPENSE RECORD HAS NO   *
      **    PROVIDER FIELDS, SO THE NPI, TAX ID AND CLAIM CHARGE      *
      **    RIDE IN THE 60-BYTE REASON TEXT AT FIXED POSITIONS; THE   *
      **    PCD157 WEEKLY REPORT READS THEM BACK THROUGH THIS SAME    *
      **    LAYOUT.                                                   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ENRX-TEXT.
           05  FILLER                      PIC X(004)  VALUE 'NPI '.
           05  PCD-ENRX-NPI                PIC X(010).
           05  FILLER                      PIC X(005)  VALUE ' TIN '.
           05  PCD-ENRX-TAX-ID             PIC X(009).
           05  FILLER                      PIC X(005)  VALUE ' CHG '.
           05  PCD-ENRX-CHARGE             PIC 9(008).99.
           05  FILLER                      PIC X(001)  VALUE SPACE.
           05  PCD-ENRX-STATUS-TEXT        PIC X(015).
