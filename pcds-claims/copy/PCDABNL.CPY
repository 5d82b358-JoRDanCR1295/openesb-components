      **==============================================================*
      **                                                              *
      **    COPY: PCDABNL               SYSTEM: PCDS                  *
      **    ADVANCE BENEFICIARY NOTICE LIABILITY MASTER, KEYED BY     *
      **    PATIENT CONTROL NUMBER AND SERVICE LINE SEQUENCE.         *
      **    PCD218 WRITES A ROW FOR EACH MEDICARE LINE BILLED WITH    *
      **    MODIFIER GA (ABN SIGNED) WHOSE DIAGNOSES ARE NOT COVERED  *
      **    BY THE LCD OR NCD FOR THE PROCEDURE.  PCD125 SETTLES THE  *
      **    ROW FROM THE REMITTANCE: A DENIED LINE BECOMES PATIENT-   *
      **    LIABLE AND ITS CHARGE IS BILLED ON THE STATEMENT; A PAID  *
      **    LINE IS MARKED COVERED.                                   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-ABNL-REC.
           05  PCD-ABNL-KEY.
               10  PCD-ABNL-PAT-CNTL-NO    PIC X(017).
               10  PCD-ABNL-LINE-SEQ       PIC X(002).
           05  PCD-ABNL-STATUS             PIC X(001).
               88  PCD-ABNL-PENDING                VALUE 'A'.
               88  PCD-ABNL-PATIENT-LIABLE         VALUE 'L'.
               88  PCD-ABNL-COVERED                VALUE 'C'.
           05  PCD-ABNL-PROC-CODE          PIC X(005).
           05  PCD-ABNL-SVC-DATE           PIC 9(008).
           05  PCD-ABNL-LINE-CHARGE        PIC S9(007)V99 COMP-3.
           05  PCD-ABNL-PAYOR-ID           PIC X(005).
           05  PCD-ABNL-JURISDICTION       PIC X(003).
           05  PCD-ABNL-POLICY-ID          PIC X(008).
           05  PCD-ABNL-MARKED-DATE        PIC 9(008).
           05  PCD-ABNL-SETTLED-DATE       PIC 9(008).
           05  PCD-ABNL-LIABLE-AMT         PIC S9(007)V99 COMP-3.
           05  FILLER                      PIC X(030).
