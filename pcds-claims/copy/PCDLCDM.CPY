      **==============================================================*
      **                                                              *
      **    COPY: PCDLCDM               SYSTEM: PCDS                  *
      **    MEDICARE COVERAGE POLICY MASTER (LCD AND NCD), KEYED BY   *
      **    PROCEDURE CODE, MAC JURISDICTION (NCD FOR A NATIONAL      *
      **    COVERAGE DETERMINATION) AND ICD-10 DIAGNOSIS.  THE ROW    *
      **    WITH A BLANK DIAGNOSIS IS THE POLICY ROW -- THE           *
      **    PROCEDURE IS LIMITED TO THE DIAGNOSES LISTED UNDER IT.    *
      **    EACH DIAGNOSIS ROW IS ONE COVERED ICD-10 CODE WITH ITS    *
      **    OWN EFFECTIVE AND TERMINATION DATES.  REPLACED EACH       *
      **    QUARTER BY PCD217; READ BY THE PCD218 MEDICAL-NECESSITY   *
      **    EDIT.                                                     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-LCDM-REC.
           05  PCD-LCDM-KEY.
               10  PCD-LCDM-PROC-CODE      PIC X(005).
               10  PCD-LCDM-JURISDICTION   PIC X(003).
                   88  PCD-LCDM-NATIONAL           VALUE 'NCD'.
               10  PCD-LCDM-DIAG-CODE      PIC X(008).
           05  PCD-LCDM-ROW-TYPE           PIC X(001).
               88  PCD-LCDM-POLICY-ROW             VALUE 'P'.
               88  PCD-LCDM-DIAGNOSIS-ROW          VALUE 'D'.
           05  PCD-LCDM-POLICY-ID          PIC X(008).
           05  PCD-LCDM-POLICY-TITLE       PIC X(030).
           05  PCD-LCDM-EFF-DATE           PIC 9(008).
           05  PCD-LCDM-TERM-DATE          PIC 9(008).
               88  PCD-LCDM-OPEN-ENDED             VALUE ZERO.
           05  PCD-LCDM-LOAD-QUARTER       PIC X(006).
           05  PCD-LCDM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(030).
