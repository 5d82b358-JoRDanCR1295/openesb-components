      **==============================================================*
      **                                                              *
      **    COPY: PCDSPLK               SYSTEM: PCDS                  *
      **    CLAIM SPLIT-LINKAGE MASTER, KEYED BY THE ORIGINAL         *
      **    CLAIM'S PATIENT CONTROL NUMBER AND THE PART NUMBER.       *
      **    WHEN A CLAIM CARRIES MORE SERVICE LINES THAN ITS          *
      **    RECEIVER ACCEPTS ON ONE CLAIM (PCDXMTP PCD-XMTP-MAX-      *
      **    CLAIM-LINES) PCD124 SENDS IT AS SEVERAL CLAIMS, EACH      *
      **    UNDER A CHILD PATIENT CONTROL NUMBER (THE ORIGINAL, A     *
      **    DASH AND THE TWO-DIGIT PART NUMBER), AND WRITES ONE ROW   *
      **    HERE PER PART WITH THE RANGE OF ORIGINAL LINE NUMBERS IT  *
      **    CARRIES AND ITS RE-ALLOCATED CHARGE.  THE PCDSPLT         *
      **    SERVICE READS IT TO ROLL A CHILD BACK UP TO THE ORIGINAL  *
      **    CLAIM.                                                    *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-SPLK-REC.
           05  PCD-SPLK-KEY.
               10  PCD-SPLK-ORIG-PAT-CNTL-NO  PIC X(017).
               10  PCD-SPLK-PART-NO        PIC 9(002).
           05  PCD-SPLK-CHILD-PAT-CNTL-NO  PIC X(020).
           05  PCD-SPLK-PART-COUNT         PIC 9(002).
           05  PCD-SPLK-LINES-PER-PART     PIC 9(003).
           05  PCD-SPLK-FIRST-LINE         PIC 9(003).
           05  PCD-SPLK-LAST-LINE          PIC 9(003).
           05  PCD-SPLK-CHILD-CHARGE       PIC S9(008)V99 COMP-3.
           05  PCD-SPLK-ORIG-CHARGE        PIC S9(008)V99 COMP-3.
           05  PCD-SPLK-JOBNUM             PIC X(008).
           05  PCD-SPLK-RECEIVER           PIC X(009).
           05  PCD-SPLK-SPLIT-DATE         PIC 9(008).
           05  FILLER                      PIC X(033).
