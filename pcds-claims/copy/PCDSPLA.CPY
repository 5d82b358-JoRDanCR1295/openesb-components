      **==============================================================*
      **                                                              *
      **    COPY: PCDSPLA               SYSTEM: PCDS                  *
      **    CALL AREA FOR THE PCDSPLT CLAIM SPLIT-LINKAGE SERVICE.    *
      **    FUNCTION 'R' ROLLS A PATIENT CONTROL NUMBER UP TO THE     *
      **    ORIGINAL CLAIM: A CHILD COMES BACK AS ITS ORIGINAL AND    *
      **    PART; AN ORIGINAL THAT WAS SPLIT COMES BACK AS ITSELF,    *
      **    AND WHEN A LINE NUMBER OF THE ORIGINAL CLAIM IS PASSED,   *
      **    WITH THE CHILD CLAIM AND CHILD LINE NUMBER THAT CARRIED   *
      **    IT.  'T' ALSO RETURNS THE PART COUNT AND THE CHILDREN'S   *
      **    CHARGES IN TOTAL.  'C' CLOSES THE FILE AT END OF RUN.     *
      **    RETURN CODE 04 MEANS THE CLAIM WAS NOT SPLIT -- THE       *
      **    ORIGINAL COMES BACK AS THE NUMBER PASSED; 12 IS A FILE    *
      **    ERROR.                                                    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-SPLA-AREA.
           05  PCD-SPLA-FUNCTION           PIC X(001).
               88  PCD-SPLA-ROLL-UP                    VALUE 'R'.
               88  PCD-SPLA-TOTAL                      VALUE 'T'.
               88  PCD-SPLA-CLOSE                      VALUE 'C'.
           05  PCD-SPLA-CALLER             PIC X(008).
           05  PCD-SPLA-PAT-CNTL-NO        PIC X(020).
           05  PCD-SPLA-LINE-SEQ           PIC 9(003).
           05  PCD-SPLA-ORIG-PAT-CNTL-NO   PIC X(020).
           05  PCD-SPLA-CHILD-PAT-CNTL-NO  PIC X(020).
           05  PCD-SPLA-PART-NO            PIC 9(002).
           05  PCD-SPLA-PART-COUNT         PIC 9(002).
           05  PCD-SPLA-CHILD-LINE-SEQ     PIC 9(003).
           05  PCD-SPLA-CHILD-CHARGES      PIC S9(008)V99.
           05  PCD-SPLA-ORIG-CHARGE        PIC S9(008)V99.
           05  PCD-SPLA-RETURN-CODE        PIC X(002).
               88  PCD-SPLA-DONE                       VALUE '00'.
               88  PCD-SPLA-NOT-SPLIT                  VALUE '04'.
               88  PCD-SPLA-FILE-ERROR                 VALUE '12'.
