      **==============================================================*
      **                                                              *
      **    COPY: PCDCVXM               SYSTEM: PCDS                  *
      **    VACCINE CPT-TO-CVX CROSSWALK MASTER, KEYED BY THE         *
      **    VACCINE PRODUCT CPT CODE AND NDC.  THE ROW WITH A BLANK   *
      **    NDC IS THE PRODUCT ROW: THE CDC CVX CODE, ITS             *
      **    DESCRIPTION, THE USUAL ROUTE (HL7 TABLE 0162) AND THE     *
      **    MVX MANUFACTURER CODE WHEN ONE MANUFACTURER MAKES THE     *
      **    PRODUCT.  AN NDC ROW NAMES THE MVX (AND, WHERE IT         *
      **    DIFFERS, THE CVX) FOR ONE MANUFACTURER'S PACKAGE.         *
      **    REPLACED BY PCD220, READ BY THE PCD221 IMMUNIZATION       *
      **    REGISTRY EXTRACT.                                         *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-CVXM-REC.
           05  PCD-CVXM-KEY.
               10  PCD-CVXM-CPT-CODE       PIC X(005).
               10  PCD-CVXM-NDC-CODE       PIC X(011).
           05  PCD-CVXM-CVX-CODE           PIC X(003).
           05  PCD-CVXM-MVX-CODE           PIC X(003).
           05  PCD-CVXM-ROUTE              PIC X(002).
           05  PCD-CVXM-DESCRIPTION        PIC X(040).
           05  PCD-CVXM-LOAD-QUARTER       PIC X(006).
           05  PCD-CVXM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(022).
