      **==============================================================*
      **                                                              *
      **    COPY: PCDEVVM               SYSTEM: PCDS                  *
      **    ELECTRONIC VISIT VERIFICATION (EVV) VISIT MASTER, ONE     *
      **    ROW PER VISIT THE CAREGIVER'S DEVICE RECORDED, KEYED BY   *
      **    MEDICAID MEMBER ID (AS BILLED IN D0-INSURED-ID), SERVICE  *
      **    DATE, SERVICE CODE AND CHECK-IN TIME.  LOADED DAILY FROM  *
      **    THE STATE EVV AGGREGATOR FILE BY PCD195; READ BY PCD196   *
      **    TO MATCH THE VISITS ON HOME-HEALTH (EX) CLAIMS.  A VISIT  *
      **    IS VERIFIED WHEN THE AGGREGATOR'S GPS FLAG IS Y AND IT    *
      **    HAS A CHECK-OUT AFTER THE CHECK-IN.                       *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-EVVM-REC.
           05  PCD-EVVM-KEY.
               10  PCD-EVVM-MEMBER-ID      PIC X(017).
               10  PCD-EVVM-SVC-DATE       PIC 9(008).
               10  PCD-EVVM-SVC-CODE       PIC X(005).
               10  PCD-EVVM-CHECK-IN-TIME  PIC 9(004).
           05  PCD-EVVM-CHECK-OUT-TIME     PIC 9(004).
           05  PCD-EVVM-CAREGIVER-ID       PIC X(010).
           05  PCD-EVVM-AGENCY-NPI         PIC X(010).
           05  PCD-EVVM-GPS-VERIFIED       PIC X(001).
               88  PCD-EVVM-GPS-OK                 VALUE 'Y'.
           05  PCD-EVVM-AGGR-VISIT-ID      PIC X(020).
           05  PCD-EVVM-LOAD-DATE          PIC 9(008).
           05  FILLER                      PIC X(030).
