      **==============================================================*
      **                                                              *
      **    COPY: PCDDFTR               SYSTEM: PCDS                  *
      **    HL7 DFT CHARGE-MESSAGE REJECT RECORD.  ONE ROW PER DFT    *
      **    MESSAGE (OR SINGLE FT1 CHARGE) THAT PCD236 COULD NOT MAP  *
      **    INTO CLAIM RECORDS: THE MESSAGE CONTROL ID (MSH-10), THE  *
      **    SENDING FACILITY, PATIENT AND VISIT IT WAS FOR, THE       *
      **    SEGMENT AND FIELD THAT FAILED, WHY, AND THE TEXT OF THE   *
      **    FAILING SEGMENT SO THE PRACTICE CAN CORRECT AND RESEND.   *
      **    A FIELD NUMBER OF ZERO MEANS THE SEGMENT ITSELF WAS       *
      **    MISSING OR OUT OF PLACE.                                  *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-DFTR-REC.
           05  PCD-DFTR-RUN-DATE           PIC 9(008).
           05  PCD-DFTR-CONTROL-ID         PIC X(020).
           05  PCD-DFTR-SEND-FACILITY      PIC X(020).
           05  PCD-DFTR-PATIENT-ID         PIC X(020).
           05  PCD-DFTR-ENCOUNTER-ID       PIC X(020).
           05  PCD-DFTR-SEGMENT-ID         PIC X(003).
           05  PCD-DFTR-SEGMENT-SEQ        PIC 9(003).
           05  PCD-DFTR-FIELD-NO           PIC 9(002).
           05  PCD-DFTR-REASON             PIC X(050).
           05  PCD-DFTR-SEGMENT-TEXT       PIC X(200).
           05  FILLER                      PIC X(054).
