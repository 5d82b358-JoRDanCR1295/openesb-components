      **==============================================================*
      **                                                              *
      **    COPY: PCDPXWM               SYSTEM: PCDS                  *
      **    PAYER-ID CROSSWALK MASTER, KEYED BY THE RETIRED           *
      **    D0-PAYOR-ID AND THE DATE THE CHANGE TAKES EFFECT.  WHEN A *
      **    PAYER IS ACQUIRED OR CHANGES ITS ELECTRONIC PAYER ID, A   *
      **    ROW HERE TELLS THE PCD181 REMAP PASS THE NEW ID (AND      *
      **    OPTIONALLY THE NEW PAYER NAME AND THE RECEIVER THE CLAIMS *
      **    NOW GO TO).  A NON-ZERO DATE-OF-SERVICE CUTOFF LEAVES     *
      **    CLAIMS FOR EARLIER SERVICES ON THE OLD ID FOR THE         *
      **    RUN-OUT.  MAINTAINED BY PCD182.                           *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-PXWM-REC.
           05  PCD-PXWM-KEY.
               10  PCD-PXWM-OLD-PAYOR-ID   PIC X(005).
               10  PCD-PXWM-EFF-DATE       PIC 9(008).
           05  PCD-PXWM-NEW-PAYOR-ID       PIC X(005).
           05  PCD-PXWM-NEW-PAYOR-NAME     PIC X(017).
           05  PCD-PXWM-NEW-RECEIVER.
               10  PCD-PXWM-NEW-REC-ID     PIC X(005).
               10  PCD-PXWM-NEW-REC-SUB-ID PIC X(004).
           05  PCD-PXWM-DOS-CUTOFF         PIC 9(008).
           05  PCD-PXWM-LAST-MAINT-DATE    PIC 9(008).
           05  FILLER                      PIC X(020).
