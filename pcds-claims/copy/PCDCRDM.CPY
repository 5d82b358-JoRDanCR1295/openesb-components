      **==============================================================*
      **                                                              *
      **    COPY: PCDCRDM               SYSTEM: PCDS                  *
      **    PROVIDER CREDENTIAL MASTER, KEYED BY NPI.  CARRIES UP TO  *
      **    FIVE STATE LICENSES (A DENTIST'S B0-DENTIST-LIC-NO AMONG  *
      **    THEM) AND UP TO THREE DEA REGISTRATIONS WITH THE          *
      **    CONTROLLED-SUBSTANCE SCHEDULES EACH COVERS, LOADED BY     *
      **    PCD208 FROM THE STATE BOARD (PCDLICIN) AND DEA            *
      **    (PCDDEAIN) FILES.  PCD209 EDITS CLAIMS AGAINST IT AND     *
      **    RECORDS THE CLIENTS WHOSE CLAIMS NAME THE PROVIDER, SO    *
      **    PCD210 CAN SEND EACH CLIENT ITS EXPIRING CREDENTIALS.     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-CRDM-REC.
           05  PCD-CRDM-NPI                PIC X(010).
           05  PCD-CRDM-PROV-NAME          PIC X(035).
           05  PCD-CRDM-LICENSE            OCCURS 5 TIMES
                                           INDEXED BY PCD-CRDM-LIC-INX.
               10  PCD-CRDM-LIC-STATE      PIC X(002).
               10  PCD-CRDM-LIC-NO         PIC X(015).
               10  PCD-CRDM-LIC-TYPE       PIC X(004).
               10  PCD-CRDM-LIC-STATUS     PIC X(001).
                   88  PCD-CRDM-LIC-ACTIVE         VALUE 'A'.
                   88  PCD-CRDM-LIC-INACTIVE       VALUE 'I'.
                   88  PCD-CRDM-LIC-REVOKED        VALUE 'R'.
               10  PCD-CRDM-LIC-EXPIRE-DATE PIC 9(008).
               10  PCD-CRDM-LIC-LOAD-DATE  PIC 9(008).
           05  PCD-CRDM-DEA                OCCURS 3 TIMES
                                           INDEXED BY PCD-CRDM-DEA-INX.
               10  PCD-CRDM-DEA-NO         PIC X(009).
      *        SCHEDULE FLAGS, 'Y' WHEN COVERED:  2  2N  3  3N  4  5
               10  PCD-CRDM-DEA-SCHEDULES.
                   15  PCD-CRDM-DEA-SCHED-2    PIC X(001).
                   15  PCD-CRDM-DEA-SCHED-2N   PIC X(001).
                   15  PCD-CRDM-DEA-SCHED-3    PIC X(001).
                   15  PCD-CRDM-DEA-SCHED-3N   PIC X(001).
                   15  PCD-CRDM-DEA-SCHED-4    PIC X(001).
                   15  PCD-CRDM-DEA-SCHED-5    PIC X(001).
               10  PCD-CRDM-DEA-SCHED-FLAGS REDEFINES
                   PCD-CRDM-DEA-SCHEDULES.
                   15  PCD-CRDM-DEA-SCHED-FLAG PIC X(001)
                                           OCCURS 6 TIMES.
               10  PCD-CRDM-DEA-STATUS     PIC X(001).
                   88  PCD-CRDM-DEA-ACTIVE         VALUE 'A'.
                   88  PCD-CRDM-DEA-RETIRED        VALUE 'R'.
               10  PCD-CRDM-DEA-EXPIRE-DATE PIC 9(008).
               10  PCD-CRDM-DEA-LOAD-DATE  PIC 9(008).
           05  PCD-CRDM-CLIENT-ID          PIC X(006)
                                           OCCURS 3 TIMES.
           05  PCD-CRDM-ADDED-DATE         PIC 9(008).
           05  PCD-CRDM-CHANGED-DATE       PIC 9(008).
           05  FILLER                      PIC X(040).
