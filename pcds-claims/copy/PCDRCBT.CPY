      **==============================================================*
      **                                                              *
      **    COPY: PCDRCBT               SYSTEM: PCDS                  *
      **    RECURRING-SERVICE CLAIM MODEL, KEYED BY THE PCDRCBM       *
      **    SCHEDULE KEY AND A RECORD SEQUENCE.  SEQUENCE 001 IS THE  *
      **    INITIAL CLAIM'S A0 FILE HEADER, 002 ITS B0 BATCH HEADER,  *
      **    AND 003 ONWARD THE CLAIM'S OWN RECORDS C0 THROUGH X0,     *
      **    KEEPING ONLY THE RECURRING SERVICE LINE AND DROPPING THE  *
      **    ADJUDICATION AND TRACKING RECORDS THAT BELONG TO ONE      *
      **    CLAIM.  WRITTEN BY PCD193, READ BY PCD194.                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-RCBT-REC.
           05  PCD-RCBT-KEY.
               10  PCD-RCBT-SCHED-KEY      PIC X(015).
               10  PCD-RCBT-SEQ            PIC 9(003).
           05  PCD-RCBT-IMAGE              PIC X(192).
