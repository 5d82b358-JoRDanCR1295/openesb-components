      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          A DEMAND LETTER KEYED ON PCD232M    *
      **                          NOW FILES AN EXPECTED ROW (STATUS   *
      **                          E) FOR THE RECOUPMENT BEFORE THE    *
      **                          TAKEBACK REACHES AN 835, LINKED     *
      **                          BACK TO ITS PCDADRM AUDIT CASE.     *
      **                          PCD104 TURNS IT INTO AN OPEN ROW    *
      **                          WHEN THE PLB POSTS.                 *
      **==============================================================*
       01  PCD-RCPM-REC.
           05  PCD-RCPM-KEY.
           05  PCD-RCPM-STATUS             PIC X(001).
               88  PCD-RCPM-OPEN                   VALUE 'O'.
               88  PCD-RCPM-CLOSED                 VALUE 'C'.
               88  PCD-RCPM-EXPECTED               VALUE 'E'.
           05  PCD-RCPM-EXPECTED-AMT       PIC S9(007)V99 COMP-3.
           05  PCD-RCPM-ADR-PAYOR-ID       PIC X(005).
           05  PCD-RCPM-ADR-CASE-NO        PIC X(020).
           05  FILLER                      PIC X(007).
