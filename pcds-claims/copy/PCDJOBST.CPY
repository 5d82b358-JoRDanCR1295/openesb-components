      *   THE PCD126 SUBMITTER INVOICING RUN CAN RATE PER-CLAIM         *
      *   VOLUMES STRAIGHT OFF THE DASHBOARD MASTER.  SEVEN MORE        *
      *   BYTES OUT OF FILLER, RECORD LENGTH UNCHANGED.                 *
      *                                                                 *
      *   10/15/26 ADDED PCD-JOBST-X12-VERSION -- THE X12 IMPLEMENTATION*
      *   GUIDE THE JOB'S FORMAT CODE STANDS FOR (004010X098,           *
      *   005010X222A1, ...), BLANK FOR NSF AND PROPRIETARY FORMATS, SO *
      *   THE DASHBOARD SHOWS WHICH JOBS ARE ALREADY ON 5010.  TWELVE   *
      *   BYTES OUT OF FILLER, RECORD LENGTH UNCHANGED.                 *
      *                                                                 *
      *   10/15/26 ADDED PCD-JOBST-CLIENT-ID -- THE CLIENT THE PCDCLRG  *
      *   REGISTRY GIVES THE JOB'S CLAIMS, SET AT INTAKE (PCD026,       *
      *   PCD145), SO THE DASHBOARD AND INVOICING SEPARATE CLIENTS.  A  *
      *   JOB CARRYING CLAIMS FOR MORE THAN ONE CLIENT IS MARKED        *
      *   *MULTI.  SIX BYTES OUT OF FILLER, RECORD LENGTH UNCHANGED.    *
      *                                                                 *
      *   10/15/26 ADDED PCD-JOBST-ENTRY-SOURCE AND PCD-JOBST-KEYED-    *
      *   OPERATOR -- A JOB KEYED ON THE PCD230M DIRECT-DATA-ENTRY      *
      *   SCREENS AND WRITTEN BY PCD231 IS MARKED 'K' WITH THE ID OF    *
      *   THE OPERATOR WHO KEYED IT (OFF THE A0), SO KEYING ACCURACY    *
      *   CAN BE MEASURED BY OPERATOR.  NINE BYTES OUT OF FILLER,       *
      *   RECORD LENGTH UNCHANGED.                                      *
      *----------------------------------------------------------------*
       01  PCD-JOBST-REC.
           05  PCD-JOBST-UNIQUE-JOBNUM     PIC X(008).
               88  PCD-JOBST-TEST-JOB              VALUE 'T'.
               88  PCD-JOBST-PROD-JOB              VALUE 'P'.
           05  PCD-JOBST-CLAIM-CNT         PIC 9(007).
           05  PCD-JOBST-X12-VERSION       PIC X(012).
           05  PCD-JOBST-CLIENT-ID         PIC X(006).
               88  PCD-JOBST-NO-CLIENT             VALUE SPACES.
               88  PCD-JOBST-MULTI-CLIENT          VALUE '*MULTI'.
           05  PCD-JOBST-ENTRY-SOURCE      PIC X(001).
               88  PCD-JOBST-KEYED-JOB             VALUE 'K'.
           05  PCD-JOBST-KEYED-OPERATOR    PIC X(008).
           05  FILLER                      PIC X(009).
