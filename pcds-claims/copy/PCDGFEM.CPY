      **==============================================================*
      **                                                              *
      **    COPY: PCDGFEM               SYSTEM: PCDS                  *
      **    NO SURPRISES ACT GOOD-FAITH-ESTIMATE MASTER, KEYED BY     *
      **    PCDEPIM PERSON ID AND THE SCHEDULED SERVICE DATE.  HOLDS  *
      **    THE ESTIMATE GIVEN TO A SELF-PAY OR UNINSURED PATIENT,    *
      **    ITS LINE ITEMS AND TOTAL, MAINTAINED BY PCD197.  PCD198   *
      **    MATCHES THE CLAIM FOR THE VISIT, RECORDS THE BILLED       *
      **    TOTAL AND VARIANCE, AND HOLDS THE ESTIMATE (STATUS H)     *
      **    WHEN THE BILL EXCEEDS IT BY THE DISPUTE THRESHOLD;        *
      **    PCD197 RELEASES THE HOLD.                                 *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-GFEM-REC.
           05  PCD-GFEM-KEY.
               10  PCD-GFEM-PERSON-ID      PIC 9(009).
               10  PCD-GFEM-SVC-DATE       PIC 9(008).
           05  PCD-GFEM-GFE-NUMBER         PIC X(012).
           05  PCD-GFEM-ISSUE-DATE         PIC 9(008).
           05  PCD-GFEM-PROVIDER-NPI       PIC X(010).
           05  PCD-GFEM-STATUS             PIC X(001).
               88  PCD-GFEM-OPEN                   VALUE 'O'.
               88  PCD-GFEM-WITHIN                 VALUE 'B'.
               88  PCD-GFEM-HELD                   VALUE 'H'.
               88  PCD-GFEM-RELEASED               VALUE 'R'.
           05  PCD-GFEM-EST-TOTAL          PIC S9(007)V99 COMP-3.
           05  PCD-GFEM-LINE-COUNT         PIC 9(002).
           05  PCD-GFEM-LINE OCCURS 20 TIMES.
               10  PCD-GFEM-LN-PROC-CODE   PIC X(005).
               10  PCD-GFEM-LN-EST-AMT     PIC S9(007)V99 COMP-3.
               10  PCD-GFEM-LN-UNITS       PIC 9(003).
           05  PCD-GFEM-MATCHED-PAT-CNTL-NO
                                           PIC X(017).
           05  PCD-GFEM-BILLED-TOTAL       PIC S9(007)V99 COMP-3.
           05  PCD-GFEM-VARIANCE           PIC S9(007)V99 COMP-3.
           05  PCD-GFEM-MATCH-DATE         PIC 9(008).
           05  PCD-GFEM-HOLD-DATE          PIC 9(008).
           05  PCD-GFEM-RELEASE-DATE       PIC 9(008).
           05  PCD-GFEM-RELEASE-REASON     PIC X(020).
           05  PCD-GFEM-LAST-MAINT-DATE    PIC 9(008).
           05  FILLER                      PIC X(030).
