      **==============================================================*
      **                                                              *
      **    COPY: PCDGFEX               SYSTEM: PCDS                  *
      **    GOOD-FAITH-ESTIMATE CLAIM CROSS-REFERENCE, KEYED BY       *
      **    PATIENT CONTROL NUMBER.  WRITTEN BY PCD198 FOR EACH       *
      **    SELF-PAY CLAIM MATCHED TO A PCDGFEM ESTIMATE, CARRYING    *
      **    THE ESTIMATE KEY AND WHETHER THE CLAIM IS HELD AT THE     *
      **    DISPUTE THRESHOLD.  PCD125 ISSUES NO STATEMENT FOR A      *
      **    HELD CLAIM; PCD197 CLEARS THE HOLD WHEN THE ESTIMATE IS   *
      **    RELEASED.                                                 *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-GFEX-REC.
           05  PCD-GFEX-PAT-CNTL-NO        PIC X(017).
           05  PCD-GFEX-GFE-KEY.
               10  PCD-GFEX-PERSON-ID      PIC 9(009).
               10  PCD-GFEX-SVC-DATE       PIC 9(008).
           05  PCD-GFEX-HOLD-STATUS        PIC X(001).
               88  PCD-GFEX-HELD                   VALUE 'H'.
               88  PCD-GFEX-CLEAR                  VALUE 'C'.
           05  PCD-GFEX-EST-TOTAL          PIC S9(007)V99 COMP-3.
           05  PCD-GFEX-BILLED-TOTAL       PIC S9(007)V99 COMP-3.
           05  PCD-GFEX-VARIANCE           PIC S9(007)V99 COMP-3.
           05  PCD-GFEX-STATUS-DATE        PIC 9(008).
           05  FILLER                      PIC X(020).
