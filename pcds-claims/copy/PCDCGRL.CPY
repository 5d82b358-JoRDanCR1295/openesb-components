      **==============================================================*
      **                                                              *
      **    COPY: PCDCGRL               SYSTEM: PCDS                  *
      **    PAYER COMPANION-GUIDE RULE CONTROL-FILE RECORD, KEYED BY  *
      **    RECEIVER ID (THE SAME KEY AS PCDXMTP) AND RULE SEQUENCE.  *
      **    EACH ROW TELLS PCD124 TO SUPPRESS, DEFAULT, SUBSTITUTE OR *
      **    TRUNCATE ONE ELEMENT OF ONE 837 SEGMENT FOR THAT RECEIVER *
      **    -- OPTIONALLY ONLY WHEN THE SEGMENT'S FIRST ELEMENT (THE  *
      **    REF OR NM1 QUALIFIER) MATCHES.  ELEMENT 00 WITH SUPPRESS  *
      **    DROPS THE WHOLE SEGMENT.  SUBSTITUTE WITH A MATCH VALUE   *
      **    REPLACES ONLY THAT VALUE.  RULES APPLY IN SEQUENCE ORDER; *
      **    ENVELOPE SEGMENTS ARE NEVER TOUCHED.                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-CGRL-REC.
           05  PCD-CGRL-KEY.
               10  PCD-CGRL-RECEIVER.
                   15  PCD-CGRL-REC-ID     PIC X(005).
                   15  PCD-CGRL-REC-SUB-ID PIC X(004).
               10  PCD-CGRL-RULE-SEQ       PIC 9(003).
           05  PCD-CGRL-SEGMENT-ID         PIC X(003).
           05  PCD-CGRL-QUALIFIER          PIC X(003).
           05  PCD-CGRL-ELEMENT-POS        PIC 9(002).
           05  PCD-CGRL-ACTION             PIC X(001).
               88  PCD-CGRL-SUPPRESS               VALUE 'S'.
               88  PCD-CGRL-DEFAULT                VALUE 'D'.
               88  PCD-CGRL-SUBSTITUTE             VALUE 'R'.
               88  PCD-CGRL-TRUNCATE               VALUE 'T'.
           05  PCD-CGRL-MATCH-VALUE        PIC X(015).
           05  PCD-CGRL-NEW-VALUE          PIC X(020).
           05  PCD-CGRL-MAX-LENGTH         PIC 9(002).
           05  FILLER                      PIC X(022).
