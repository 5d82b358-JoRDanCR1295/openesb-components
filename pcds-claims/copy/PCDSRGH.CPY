      **==============================================================*
      **                                                              *
      **    COPY: PCDSRGH               SYSTEM: PCDS                  *
      **    SURGERY HISTORY MASTER, KEYED BY PCDEPIM PERSON ID,       *
      **    SURGEON NPI, SURGERY DATE AND PROCEDURE CODE.  ONE ROW    *
      **    FOR EACH PROCEDURE WITH A 000, 010 OR 090 GLOBAL PERIOD   *
      **    ON PCDGLBM, WITH THE FIRST AND LAST DAY OF ITS GLOBAL     *
      **    WINDOW.  WRITTEN BY PCD216 AS SURGICAL CLAIMS PASS AND    *
      **    BROWSED BY PERSON AND SURGEON TO FIND AN OPEN GLOBAL      *
      **    PERIOD FOR A LATER E/M VISIT.                             *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-SRGH-REC.
           05  PCD-SRGH-KEY.
               10  PCD-SRGH-PERSON-ID      PIC 9(009).
               10  PCD-SRGH-SURGEON-NPI    PIC X(010).
               10  PCD-SRGH-SURGERY-DATE   PIC 9(008).
               10  PCD-SRGH-PROC-CODE      PIC X(005).
           05  PCD-SRGH-GLOBAL-IND         PIC X(003).
               88  PCD-SRGH-SAME-DAY               VALUE '000'.
               88  PCD-SRGH-MINOR                  VALUE '010'.
               88  PCD-SRGH-MAJOR                  VALUE '090'.
           05  PCD-SRGH-GLOBAL-START       PIC 9(008).
           05  PCD-SRGH-GLOBAL-END         PIC 9(008).
           05  PCD-SRGH-PAT-CNTL-NO        PIC X(017).
           05  PCD-SRGH-RECORDED-DATE      PIC 9(008).
           05  FILLER                      PIC X(030).
