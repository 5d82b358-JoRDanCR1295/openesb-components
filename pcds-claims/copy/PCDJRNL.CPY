      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          EACH ENTRY NOW CARRIES THE           *
      **                          A0-UNIQUE-JOBNUM OF THE JOB THAT     *
      **                          MADE THE CHANGE AND THE BEFORE-IMAGE *
      **                          OF THE ROW, AND BOTH IMAGES ARE      *
      **                          WIDENED TO 440 BYTES (RECORD NOW     *
      **                          913). PCD112, PCD140, PCD141 AND     *
      **                          PCD143 JOIN THE WRITERS SO THE       *
      **                          PCD229 SINGLE-JOB BACKOUT CAN        *
      **                          REVERSE THEM.                        *
      **==============================================================*
       01  PCD-JRNL-REC.
           05  PCD-JRNL-MASTER-ID          PIC X(008).
               88  PCD-JRNL-DELETE                 VALUE 'D'.
           05  PCD-JRNL-DATE               PIC 9(008).
           05  PCD-JRNL-SOURCE-PGM         PIC X(008).
      *   10/15/26 THE IMAGES ARE WIDENED TO HOLD THE LONGEST JOURNALED  *
      *   MASTER (PCDEPIM).  THE JOB WHOSE CLAIMS CAUSED THE CHANGE AND  *
      *   THE ROW AS IT STOOD BEFORE IT (SPACES FOR AN ADD) LET PCD229   *
      *   BACK ONE JOB OUT.                                              *
           05  PCD-JRNL-IMAGE              PIC X(440).
           05  PCD-JRNL-JOBNUM             PIC X(008).
           05  PCD-JRNL-BEFORE-IMAGE       PIC X(440).
