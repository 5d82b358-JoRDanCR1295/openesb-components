      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED PCD-XMTP-X12-VERSION -- THE   *
      **                          RECEIVER'S 837 CUTOVER SWITCH READ  *
      **                          BY PCD124: 4010 ONLY (BLANK OR 4),  *
      **                          5010 ONLY (5), OR BOTH (B) WHILE    *
      **                          THE RECEIVER IS TESTING 5010.       *
      ** RTC    10/15/26          ADDED PCD-XMTP-NCPDP-BIN AND        *
      **                          PCD-XMTP-NCPDP-PCN -- THE BIN AND   *
      **                          PROCESSOR CONTROL NUMBER PCD149     *
      **                          STAMPS ON EVERY NCPDP D.0 CLAIM     *
      **                          SENT TO A PHARMACY BENEFIT MANAGER. *
      ** RTC    10/15/26          ADDED PCD-XMTP-PAPER-ONLY-SW -- A   *
      **                          RECEIVER THAT CANNOT TAKE           *
      **                          ELECTRONIC CLAIMS (P).  PCD101      *
      **                          ROUTES ITS BATCHES TO THE PCDPAPR   *
      **                          DROP-TO-PAPER FILE AND PCD189       *
      **                          PRINTS THEM.                        *
      ** RTC    10/15/26          ADDED PCD-XMTP-MAX-CLAIM-LINES --   *
      **                          THE MOST SERVICE LINES THE RECEIVER *
      **                          ACCEPTS ON ONE CLAIM.  PCD124       *
      **                          SPLITS A LONGER CLAIM INTO SEVERAL. *
      **                          BLANK OR ZERO MEANS THE             *
      **                          IMPLEMENTATION GUIDE LIMIT (50 FOR  *
      **                          837P/837D, 999 FOR 837I).           *
      **==============================================================*
       01  PCD-XMTP-REC.
           05  PCD-XMTP-RECEIVER.
           05  PCD-XMTP-WINDOW-END        PIC X(004).
           05  PCD-XMTP-FILE-PATTERN      PIC X(017).
           05  PCD-XMTP-RECEIVER-TYPE-CD  PIC X(001).
           05  PCD-XMTP-X12-VERSION       PIC X(001).
               88  PCD-XMTP-4010-ONLY                 VALUE ' ' '4'.
               88  PCD-XMTP-5010-ONLY                 VALUE '5'.
               88  PCD-XMTP-4010-AND-5010             VALUE 'B'.
           05  PCD-XMTP-NCPDP-BIN         PIC X(006).
           05  PCD-XMTP-NCPDP-PCN         PIC X(010).
           05  PCD-XMTP-PAPER-ONLY-SW     PIC X(001).
               88  PCD-XMTP-PAPER-ONLY                VALUE 'P'.
           05  PCD-XMTP-MAX-CLAIM-LINES   PIC X(003).
           05  PCD-XMTP-MAX-CLAIM-LINES-N REDEFINES
               PCD-XMTP-MAX-CLAIM-LINES   PIC 9(003).
           05  FILLER                      PIC X(024).
