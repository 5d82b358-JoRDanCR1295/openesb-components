      **==============================================================*
      **                                                              *
      **    COPY: PCDADRM               SYSTEM: PCDS                  *
      **    PAYER RECORDS-REQUEST AND AUDIT CASE MASTER, KEYED BY     *
      **    PAYOR ID PLUS THE PAYER'S CASE NUMBER.  ONE ROW PER       *
      **    MEDICARE ADDITIONAL DOCUMENTATION REQUEST (ADR), RAC OR   *
      **    UPIC AUDIT LETTER, OR COMMERCIAL PAYER RECORDS REQUEST,   *
      **    WITH ITS HARD RESPONSE DEADLINE.  OPENED AND WORKED ON    *
      **    THE PCD232M SCREEN; THE CLAIMS IT COVERS ARE ON PCDADRL.  *
      **    A DEMAND LETTER PUTS THE EXPECTED RECOUPMENT ON THE       *
      **    PCDRCPM LEDGER.  PCD233 LISTS THE CASES NEARING THEIR     *
      **    DUE DATE.                                                 *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ADRM-REC.
           05  PCD-ADRM-KEY.
               10  PCD-ADRM-PAYOR-ID       PIC X(005).
               10  PCD-ADRM-CASE-NO        PIC X(020).
           05  PCD-ADRM-REQUEST-TYPE       PIC X(001).
               88  PCD-ADRM-ADR                    VALUE 'A'.
               88  PCD-ADRM-RAC                    VALUE 'R'.
               88  PCD-ADRM-UPIC                   VALUE 'U'.
               88  PCD-ADRM-COMMERCIAL             VALUE 'C'.
               88  PCD-ADRM-VALID-TYPE     VALUE 'A' 'R' 'U' 'C'.
           05  PCD-ADRM-CLIENT-ID          PIC X(006).
           05  PCD-ADRM-PROV-TAX-ID        PIC X(009).
           05  PCD-ADRM-RECEIVED-DATE      PIC 9(008).
           05  PCD-ADRM-DUE-DATE           PIC 9(008).
           05  PCD-ADRM-DOCS-REQUESTED     PIC X(060).
           05  PCD-ADRM-STATUS             PIC X(001).
               88  PCD-ADRM-OPEN                   VALUE 'O'.
               88  PCD-ADRM-SUBMITTED              VALUE 'S'.
               88  PCD-ADRM-DEMANDED               VALUE 'D'.
               88  PCD-ADRM-CLOSED                 VALUE 'C'.
           05  PCD-ADRM-CLAIM-COUNT        PIC 9(003).
           05  PCD-ADRM-SUBMIT-DATE        PIC 9(008).
           05  PCD-ADRM-SUBMIT-METHOD      PIC X(001).
               88  PCD-ADRM-BY-MAIL                VALUE 'M'.
               88  PCD-ADRM-BY-PORTAL              VALUE 'P'.
               88  PCD-ADRM-BY-FAX                 VALUE 'F'.
               88  PCD-ADRM-BY-ESMD                VALUE 'E'.
               88  PCD-ADRM-VALID-METHOD   VALUE 'M' 'P' 'F' 'E'.
           05  PCD-ADRM-SUBMIT-PROOF       PIC X(030).
           05  PCD-ADRM-DEMAND-DATE        PIC 9(008).
           05  PCD-ADRM-DEMAND-AMT         PIC S9(007)V99 COMP-3.
           05  PCD-ADRM-RCPM-TRACE-NO      PIC X(015).
           05  PCD-ADRM-CLOSE-DATE         PIC 9(008).
           05  PCD-ADRM-LAST-OPERATOR      PIC X(008).
           05  PCD-ADRM-LAST-ACTION-DATE   PIC 9(008).
           05  FILLER                      PIC X(038).
