      **==============================================================*
      **                                                              *
      **    COPY: PCDONBM               SYSTEM: PCDS                  *
      **    TRADING-PARTNER ONBOARDING MASTER, KEYED BY SUBMITTER     *
      **    EIN (THE A0-SUB-EIN ALSO KEYING PCDFEEDC AND PCDPRSC),    *
      **    WITH THE PARTNER'S PCDTPM SUBMITTER EDI NUMBER AND THE    *
      **    PCDXMTP RECEIVER ITS FILES ARE FOR.  STATUS RUNS          *
      **    APPLICATION, TESTING, CERTIFIED, PRODUCTION.  UNTIL       *
      **    PRODUCTION PCD100 AND PCD145 SEND EVERY FILE FROM THE     *
      **    PARTNER DOWN THE TEST PATH.  PCD207 SCORES EACH TEST      *
      **    FILE AND CERTIFIES THE PARTNER AFTER THE REQUIRED RUN OF  *
      **    CONSECUTIVE CLEAN FILES; PCD206 ADDS PARTNERS AND         *
      **    PROMOTES A CERTIFIED ONE TO PRODUCTION.  A SUBMITTER      *
      **    WITH NO ROW HERE IS AN ESTABLISHED PARTNER.               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ONBM-REC.
           05  PCD-ONBM-SUB-EIN            PIC 9(009).
           05  PCD-ONBM-TPM-EDI-NO         PIC X(015).
           05  PCD-ONBM-RECEIVER.
               10  PCD-ONBM-REC-ID         PIC X(005).
               10  PCD-ONBM-REC-SUB-ID     PIC X(004).
           05  PCD-ONBM-PARTNER-NAME       PIC X(030).
           05  PCD-ONBM-STATUS             PIC X(001).
               88  PCD-ONBM-APPLICATION            VALUE 'A'.
               88  PCD-ONBM-TESTING                VALUE 'T'.
               88  PCD-ONBM-CERTIFIED              VALUE 'C'.
               88  PCD-ONBM-PRODUCTION             VALUE 'P'.
           05  PCD-ONBM-STATUS-DATE        PIC 9(008).
           05  PCD-ONBM-APPLIED-DATE       PIC 9(008).
           05  PCD-ONBM-CERT-DATE          PIC 9(008).
           05  PCD-ONBM-PROD-DATE          PIC 9(008).
           05  PCD-ONBM-CLEAN-REQUIRED     PIC 9(003).
           05  PCD-ONBM-MAX-FAIL-PCT       PIC 9(003)V99.
           05  PCD-ONBM-CONSEC-CLEAN       PIC 9(003).
           05  PCD-ONBM-FILES-SCORED       PIC 9(005).
           05  PCD-ONBM-LAST-SCORE.
               10  PCD-ONBM-LAST-JOBNUM    PIC X(008).
               10  PCD-ONBM-LAST-DATE      PIC 9(008).
               10  PCD-ONBM-LAST-CLAIMS    PIC 9(007).
               10  PCD-ONBM-LAST-FAILED    PIC 9(007).
               10  PCD-ONBM-LAST-FAIL-PCT  PIC 9(003)V99.
               10  PCD-ONBM-LAST-STRUCT-ERRS
                                           PIC 9(005).
               10  PCD-ONBM-LAST-BALANCED  PIC X(001).
                   88  PCD-ONBM-LAST-IN-BALANCE    VALUE 'Y'.
               10  PCD-ONBM-LAST-RESULT    PIC X(001).
                   88  PCD-ONBM-LAST-CLEAN         VALUE 'C'.
                   88  PCD-ONBM-LAST-FAILED-FILE   VALUE 'F'.
           05  FILLER                      PIC X(046).
