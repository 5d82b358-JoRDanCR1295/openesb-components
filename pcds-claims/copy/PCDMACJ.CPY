      **==============================================================*
      **                                                              *
      **    COPY: PCDMACJ               SYSTEM: PCDS                  *
      **    MEDICARE ADMINISTRATIVE CONTRACTOR JURISDICTION CONTROL-  *
      **    FILE RECORD.  ONE ROW PER BILLING STATE WITH THE A/B MAC  *
      **    JURISDICTION (J5, JH, JL, J15 AND SO ON) WHOSE LOCAL      *
      **    COVERAGE DETERMINATIONS APPLY THERE.  READ BY PCD218 TO   *
      **    PICK THE PCDLCDM POLICY FOR THE B0 BILLING PROVIDER'S     *
      **    STATE.  A STATE WITH NO ROW IS HELD TO NATIONAL POLICY    *
      **    ONLY.                                                     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-MACJ-REC.
           05  PCD-MACJ-STATE              PIC X(002).
           05  PCD-MACJ-JURISDICTION       PIC X(003).
           05  PCD-MACJ-MAC-NAME           PIC X(030).
           05  FILLER                      PIC X(045).
