      **==============================================================*
      **                                                              *
      **    COPY: PCDIISR               SYSTEM: PCDS                  *
      **    IMMUNIZATION INFORMATION SYSTEM (IIS) REGISTRY CONTROL-   *
      **    FILE RECORD.  ONE ROW PER STATE REGISTRY THE PRACTICES    *
      **    REPORT TO: THE RECEIVING APPLICATION AND FACILITY FOR     *
      **    MSH-5/MSH-6, THE SENDING FACILITY ID THE REGISTRY         *
      **    ASSIGNED (MSH-4), AND THE PROCESSING ID (P PRODUCTION, T  *
      **    TESTING).  THE STATE IS THE BILLING PROVIDER'S B0 STATE.  *
      **    A STATE WITH NO ROW IS NOT REPORTED.  READ BY PCD221.     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-IISR-REC.
           05  PCD-IISR-STATE              PIC X(002).
           05  PCD-IISR-RECV-APP           PIC X(020).
           05  PCD-IISR-RECV-FACILITY      PIC X(020).
           05  PCD-IISR-SEND-FACILITY      PIC X(020).
           05  PCD-IISR-PROCESSING-ID      PIC X(001).
               88  PCD-IISR-PRODUCTION             VALUE 'P'.
               88  PCD-IISR-TESTING                VALUE 'T'.
           05  FILLER                      PIC X(017).
