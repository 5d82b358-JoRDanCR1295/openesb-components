      **==============================================================*
      **                                                              *
      **    COPY: PCDIISL               SYSTEM: PCDS                  *
      **    IMMUNIZATION REGISTRY MESSAGE LOG, KEYED BY THE HL7       *
      **    MESSAGE CONTROL ID (MSH-10) OF EACH VXU MESSAGE PCD221    *
      **    SENDS -- ONE MESSAGE PER CLAIM PER REGISTRY.  PCD222      *
      **    POSTS THE REGISTRY'S ACKNOWLEDGMENT (MSA-1 AA/AE/AR) AND  *
      **    THE FIRST ERROR TEXT, AND LISTS THE ERRORS AND REJECTS    *
      **    ON THE IIS WORKLIST.                                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-IISL-REC.
           05  PCD-IISL-CONTROL-ID         PIC X(020).
           05  PCD-IISL-PAT-CNTL-NO        PIC X(017).
           05  PCD-IISL-STATE              PIC X(002).
           05  PCD-IISL-PERSON-ID          PIC 9(009).
           05  PCD-IISL-PATIENT-NAME       PIC X(031).
           05  PCD-IISL-BIRTH-DATE         PIC X(008).
           05  PCD-IISL-SVC-DATE           PIC 9(008).
           05  PCD-IISL-ADMIN-NPI          PIC X(010).
           05  PCD-IISL-VACCINE-COUNT      PIC 9(002).
           05  PCD-IISL-CVX-LIST.
               10  PCD-IISL-CVX-CODE       PIC X(003)  OCCURS 6 TIMES.
           05  PCD-IISL-SENT-DATE          PIC 9(008).
           05  PCD-IISL-STATUS             PIC X(001).
               88  PCD-IISL-SENT                   VALUE 'S'.
               88  PCD-IISL-ACCEPTED               VALUE 'A'.
               88  PCD-IISL-ERROR                  VALUE 'E'.
               88  PCD-IISL-REJECTED               VALUE 'R'.
           05  PCD-IISL-ACK-CODE           PIC X(002).
           05  PCD-IISL-ACK-DATE           PIC 9(008).
           05  PCD-IISL-ERROR-TEXT         PIC X(080).
           05  FILLER                      PIC X(030).
