      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    09/03/26          INITIAL VERSION.                    *
      ** RTC    10/15/26          ADDED PCD-CRPM-CLIENT-ID, THE       *
      **                          CLAIM'S CLIENT OFF THE PCDCLXM      *
      **                          CROSS-REFERENCE, SO RESEARCH        *
      **                          INQUIRY CAN BE HELD TO ONE CLIENT.  *
      **                          SIX BYTES OUT OF FILLER.            *
      ** RTC    10/15/26          ADDED PCD-CRPM-BATCH-TYPE, THE      *
      **                          B0-BATCH-TYPE OF THE BATCH THE      *
      **                          CLAIM ARRIVED IN, SINCE THE         *
      **                          REPOSITORY HOLDS NO B0.  BLANK ON   *
      **                          ROWS LOADED BEFORE THIS CHANGE.     *
      **                          THREE BYTES OUT OF FILLER.          *
      **==============================================================*
       01  PCD-CRPM-REC.
           05  PCD-CRPM-KEY.
               10  PCD-CRPM-REC-SEQ        PIC 9(004).
           05  PCD-CRPM-JOBNUM             PIC X(008).
           05  PCD-CRPM-CLAIM-IMAGE        PIC X(192).
           05  PCD-CRPM-CLIENT-ID          PIC X(006).
           05  PCD-CRPM-BATCH-TYPE         PIC X(003).
           05  FILLER                      PIC X(001).
