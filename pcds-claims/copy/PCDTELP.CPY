      **==============================================================*
      **                                                              *
      **    COPY: PCDTELP               SYSTEM: PCDS                  *
      **    PAYER TELEHEALTH POLICY CONTROL-FILE RECORD.  ONE ROW     *
      **    PER PAYER AND PROCEDURE CODE THE PAYER COVERS WHEN        *
      **    RENDERED BY TELEHEALTH, EFFECTIVE-DATED (A ZERO           *
      **    TERMINATION DATE IS OPEN-ENDED), WITH UP TO FOUR          *
      **    ACCEPTED PLACE-OF-SERVICE / MODIFIER COMBINATIONS, THE    *
      **    FIRST BEING THE ONE THE PAYER PREFERS.  A BLANK MODIFIER  *
      **    MEANS THE LINE CARRIES NO TELEHEALTH MODIFIER.  WHEN THE  *
      **    AUTO-CORRECT SWITCH IS Y, PCD219 REWRITES A NON-          *
      **    CONFORMING LINE TO THE PREFERRED COMBINATION; OTHERWISE   *
      **    IT SUSPENDS THE LINE.  A PAYER WITH NO ROWS HAS NO        *
      **    TELEHEALTH POLICY ON FILE AND IS NOT EDITED.              *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TELP-REC.
           05  PCD-TELP-PAYOR-ID           PIC X(005).
           05  PCD-TELP-PROC-CODE          PIC X(005).
           05  PCD-TELP-EFF-DATE           PIC 9(008).
           05  PCD-TELP-TERM-DATE          PIC 9(008).
               88  PCD-TELP-OPEN-ENDED             VALUE ZERO.
           05  PCD-TELP-AUTO-CORRECT       PIC X(001).
               88  PCD-TELP-CORRECT-ALLOWED        VALUE 'Y'.
           05  PCD-TELP-COMBINATIONS.
               10  PCD-TELP-COMBO OCCURS 4 TIMES.
                   15  PCD-TELP-POS        PIC X(002).
                   15  PCD-TELP-MODIFIER   PIC X(002).
           05  PCD-TELP-DESCRIPTION        PIC X(030).
           05  FILLER                      PIC X(007).
