      **                          PROCEDURES WE HAVE NEVER PRICED GO   *
      **                          TO THE PCDFEERJ REJECT LISTING IN    *
      **                          EITHER MODE.                         *
      ** RTC    10/15/26          FEE ROWS MAY NOW CARRY THE CONTRACT  *
      **                          PRICING METHOD (BLANK/F FIXED RATE,  *
      **                          C PERCENT OF CHARGE, M PERCENT OF    *
      **                          MEDICARE), THE PERCENT AND THE       *
      **                          MEDICARE LOCALITY; THEY ARE CARRIED  *
      **                          ONTO THE PCDNEGV VERSION ROW FOR     *
      **                          THE PCD167 PRICER.                   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD135.
           05  WS-FEE-PROC-CODE        PIC X(005).
           05  WS-FEE-RATE             PIC 9(007)V99.
           05  WS-FEE-TOLERANCE        PIC 9(005)V99.
           05  WS-FEE-PRICE-METHOD     PIC X(001).
           05  WS-FEE-PRICE-PCT        PIC 9(003)V99.
           05  WS-FEE-PRICE-PCT-X REDEFINES WS-FEE-PRICE-PCT
                                       PIC X(005).
           05  WS-FEE-MCR-LOCALITY     PIC X(007).
           05  FILLER                  PIC X(041).
       77  WS-FEE-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-FEE-END-OF-FILE                  VALUE 'Y'.
       77  WS-NEGR-FILE-STATUS         PIC X(002)  VALUE SPACES.
           MOVE WS-PARM-EFF-DATE  TO PCD-NEGV-EFF-DATE
           MOVE WS-FEE-RATE       TO PCD-NEGV-RATE-AMT
           MOVE WS-FEE-TOLERANCE  TO PCD-NEGV-TOLERANCE-AMT
           MOVE WS-FEE-PRICE-METHOD TO PCD-NEGV-PRICE-METHOD
           MOVE ZERO              TO PCD-NEGV-PRICE-PCT
           IF WS-FEE-PRICE-PCT-X IS NUMERIC
               MOVE WS-FEE-PRICE-PCT TO PCD-NEGV-PRICE-PCT
           END-IF
           MOVE WS-FEE-MCR-LOCALITY TO PCD-NEGV-MCR-LOCALITY
           WRITE PCD-NEGV-REC
               INVALID KEY
                   REWRITE PCD-NEGV-REC
