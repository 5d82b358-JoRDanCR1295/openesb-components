      **==============================================================*
      **                                                              *
      **    COPY: PCDFDIC               SYSTEM: PCDS                  *
      **    CLAIM RECORD FIELD DICTIONARY, KEYED BY DATA NAME.  ONE   *
      **    ROW PER NAMED DATA ITEM IN THE P124CLAM CLAIM RECORD      *
      **    LAYOUTS, GIVING ITS RECORD TYPE, STARTING POSITION AND    *
      **    LENGTH IN THE 192-BYTE RECORD, DATA CLASS AND ANY OCCURS  *
      **    DIMENSIONS.  REBUILT BY PCD234 FROM THE P124CLAM SOURCE   *
      **    WHENEVER THE COPYBOOK CHANGES; READ BY THE PCD235 AD-HOC  *
      **    EXTRACT SO ANALYSTS CAN NAME FIELDS INSTEAD OF COLUMN     *
      **    POSITIONS.                                                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-FDIC-REC.
           05  PCD-FDIC-FIELD-NAME         PIC X(030).
           05  PCD-FDIC-REC-TYPE           PIC X(002).
               88  PCD-FDIC-ANY-REC-TYPE           VALUE '00'.
           05  PCD-FDIC-LEVEL              PIC 9(002).
           05  PCD-FDIC-START-POS          PIC 9(003).
           05  PCD-FDIC-LENGTH             PIC 9(003).
           05  PCD-FDIC-CLASS              PIC X(001).
               88  PCD-FDIC-ALPHANUMERIC           VALUE 'X'.
               88  PCD-FDIC-GROUP                  VALUE 'G'.
               88  PCD-FDIC-UNSIGNED               VALUE '9'.
               88  PCD-FDIC-SIGNED                 VALUE 'S'.
               88  PCD-FDIC-PACKED                 VALUE 'P'.
               88  PCD-FDIC-BINARY                 VALUE 'B'.
               88  PCD-FDIC-NUMERIC        VALUE '9' 'S' 'P' 'B'.
           05  PCD-FDIC-DIGITS             PIC 9(002).
           05  PCD-FDIC-DECIMALS           PIC 9(002).
           05  PCD-FDIC-OCCURS-1           PIC 9(003).
           05  PCD-FDIC-STRIDE-1           PIC 9(003).
           05  PCD-FDIC-OCCURS-2           PIC 9(003).
           05  PCD-FDIC-STRIDE-2           PIC 9(003).
           05  PCD-FDIC-BUILD-DATE         PIC 9(008).
           05  FILLER                      PIC X(015).
