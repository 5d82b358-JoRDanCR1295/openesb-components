      **==============================================================*
      **                                                              *
      **    COPY: PCDTMPC               SYSTEM: PCDS                  *
      **    TIME-BASED PROCEDURE CONTROL-FILE RECORD.  ONE ROW PER    *
      **    PROCEDURE CODE BILLED BY TIME, WITH THE MINUTES ONE UNIT  *
      **    REPRESENTS (A TIMED THERAPY OR PSYCHOTHERAPY CODE,        *
      **    PROLONGED SERVICE, CRITICAL CARE).  ANESTHESIA LINES      *
      **    BILLED IN MINUTES (UNIT QUALIFIER MJ) NEED NO ROW.        *
      **    DRIVES THE PCD202 IMPOSSIBLE-DAY ANALYSIS.                *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-TMPC-REC.
           05  PCD-TMPC-PROC-CODE          PIC X(005).
           05  PCD-TMPC-UNIT-MINUTES       PIC 9(003).
           05  PCD-TMPC-DESCRIPTION        PIC X(030).
           05  FILLER                      PIC X(042).
