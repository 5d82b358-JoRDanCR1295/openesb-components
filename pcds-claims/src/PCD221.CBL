      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD221           SYSTEM: PCDS                     *
      **    IMMUNIZATION REGISTRY (IIS) VXU EXTRACT                    *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  DAILY.  SELECTS    *
      **                          THE VACCINE PRODUCT LINES (CODES ON  *
      **                          THE PCDCVXM CROSSWALK) FROM THE      *
      **                          DAY'S CLAIMS AND WRITES AN HL7 2.5.1 *
      **                          BATCH FILE (PCDVXU) WITH ONE BATCH   *
      **                          PER STATE REGISTRY ON PCDIISR AND    *
      **                          ONE VXU^V04 MESSAGE PER CLAIM:       *
      **                          PATIENT FROM THE C0, ADMINISTERING   *
      **                          PROVIDER FROM THE LINE F6 OR THE B0, *
      **                          CVX/MVX FROM THE CROSSWALK, LOT FROM *
      **                          THE DRUG REFERENCE OR A LOT CLAIM    *
      **                          NOTE.  EACH MESSAGE IS LOGGED ON     *
      **                          PCDIISL FOR PCD222.                  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD221.
       AUTHOR.        CLAIM EDIT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE    ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-IISR-FILE     ASSIGN TO PCDIISR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           SELECT PCD-CVXM-MASTER   ASSIGN TO PCDCVXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CVXM-KEY
               FILE STATUS IS WS-CVXM-FILE-STATUS.
           SELECT PCD-EPIX-MASTER   ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-IISL-MASTER   ASSIGN TO PCDIISL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-IISL-CONTROL-ID
               FILE STATUS IS WS-IISL-FILE-STATUS.
           SELECT PCD-VXU-FILE      ASSIGN TO PCDVXU
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-IISR-FILE
           RECORDING MODE IS F.
       01  FD-IISR-REC                PIC X(080).
      **----------------------------------------------------------------*
      **   ONE VACCINE LINE, WITH ITS CLAIM'S PATIENT, IN REGISTRY       *
      **   STATE / CLAIM / LINE ORDER.                                   *
      **----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SD-SORT-REC.
           05  SD-STATE               PIC X(002).
           05  SD-PAT-CNTL-NO         PIC X(017).
           05  SD-LINE-SEQ            PIC X(002).
           05  SD-PERSON-ID           PIC 9(009).
           05  SD-PAT-L-NAME          PIC X(020).
           05  SD-PAT-F-NAME          PIC X(010).
           05  SD-PAT-M-INIT          PIC X(001).
           05  SD-BIRTH-DATE          PIC X(008).
           05  SD-SEX                 PIC X(001).
           05  SD-ADDR-1              PIC X(018).
           05  SD-ADDR-2              PIC X(018).
           05  SD-CITY                PIC X(015).
           05  SD-PAT-STATE           PIC X(002).
           05  SD-ZIP                 PIC X(009).
           05  SD-PHONE               PIC X(010).
           05  SD-ADMIN-NPI           PIC X(010).
           05  SD-PROV-L-NAME         PIC X(036).
           05  SD-PROV-F-NAME         PIC X(012).
           05  SD-SVC-DATE            PIC 9(008).
           05  SD-CPT-CODE            PIC X(005).
           05  SD-CVX-CODE            PIC X(003).
           05  SD-MVX-CODE            PIC X(003).
           05  SD-ROUTE               PIC X(002).
           05  SD-CVX-DESC            PIC X(040).
           05  SD-LOT-NUMBER          PIC X(015).
       FD  PCD-CVXM-MASTER.
       COPY PCDCVXM.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-IISL-MASTER.
       COPY PCDIISL.
       FD  PCD-VXU-FILE
           RECORDING MODE IS F.
       01  FD-VXU-REC                 PIC X(400).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDIISR.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-IISR-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-IISR-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-SORT-END-OF-FILE                 VALUE 'Y'.
       77  WS-CVXM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CVXM-FOUND                       VALUE '00'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-IISL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-CLAIM-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-LINE-HELD-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-LAST-LINE-HELD                   VALUE 'Y'.
       77  WS-PHARMACY-BATCH-SW        PIC X(001)  VALUE 'N'.
           88  WS-PHARMACY-BATCH                   VALUE 'Y'.
       77  WS-BATCH-OPEN-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-BATCH-OPEN                       VALUE 'Y'.
       77  WS-MESSAGE-OPEN-SWITCH      PIC X(001)  VALUE 'N'.
           88  WS-MESSAGE-OPEN                     VALUE 'Y'.
      **----------------------------------------------------------------*
      **   VACCINE ADMINISTRATION CODES, AND THE CPT RANGE OF VACCINE    *
      **   PRODUCTS -- A PRODUCT CODE IN THE RANGE BUT NOT ON PCDCVXM    *
      **   CANNOT BE REPORTED AND IS LISTED FOR THE CROSSWALK.           *
      **----------------------------------------------------------------*
       77  WS-CHECK-CPT                PIC X(005)  VALUE SPACES.
           88  WS-VACCINE-ADMIN                    VALUES '90460'
                                                   '90461' '90471'
                                                   '90472' '90473'
                                                   '90474' 'G0008'
                                                   'G0009' 'G0010'.
           88  WS-VACCINE-PRODUCT-RANGE            VALUE '90476'
                                                   THRU '90759'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-TIME                 PIC 9(008)  VALUE ZERO.
       77  WS-TIMESTAMP                PIC X(012)  VALUE SPACES.
       77  WS-REGISTRY-SUB             PIC 9(003)  COMP  VALUE ZERO.
       77  WS-IISR-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-IISR-COUNT               PIC 9(003)  COMP  VALUE ZERO.
       77  WS-B0-STATE                 PIC X(002)  VALUE SPACES.
       77  WS-B0-NPI                   PIC X(010)  VALUE SPACES.
       77  WS-B0-PROV-L-NAME           PIC X(020)  VALUE SPACES.
       77  WS-B0-PROV-F-NAME           PIC X(010)  VALUE SPACES.
       77  WS-ADMIN-LINES              PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HELD-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-NOTE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-NOTE-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-NOTE-TEXT                PIC X(080)  VALUE SPACES.
       77  WS-TOKEN-1                  PIC X(015)  VALUE SPACES.
       77  WS-TOKEN-2                  PIC X(015)  VALUE SPACES.
       77  WS-TOKEN-3                  PIC X(015)  VALUE SPACES.
       77  WS-CLAIM-LOT                PIC X(015)  VALUE SPACES.
       77  WS-MSG-SEQ                  PIC 9(006)  VALUE ZERO.
       77  WS-BATCH-MSGS               PIC 9(006)  VALUE ZERO.
       77  WS-FILE-BATCHES             PIC 9(006)  VALUE ZERO.
       77  WS-SEG-PTR                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CURRENT-STATE            PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-CLAIMS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-REGISTRY-CLAIMS       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-VACCINE-LINES            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NOT-ON-CROSSWALK         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-ADMIN-NO-PRODUCT         PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NO-LOT-NUMBER            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-MESSAGES-SENT            PIC 9(007)  COMP  VALUE ZERO.
       01  WS-DATE-TIME-WORK.
           05  WS-DT-DATE              PIC 9(008).
           05  WS-DT-HHMM              PIC 9(004).
       01  WS-CONTROL-ID.
           05  FILLER                  PIC X(001)  VALUE 'V'.
           05  WS-CTL-DATE             PIC 9(006).
           05  WS-CTL-TIME             PIC 9(004).
           05  WS-CTL-SEQ              PIC 9(006).
       01  WS-SEGMENT                  PIC X(400)  VALUE SPACES.
       01  WS-PHONE-WORK.
           05  WS-PHONE-AREA           PIC X(003).
           05  WS-PHONE-LOCAL          PIC X(007).
      **----------------------------------------------------------------*
      **   STATE REGISTRIES, FROM THE PCDIISR CONTROL FILE.              *
      **----------------------------------------------------------------*
       01  WS-IISR-TABLE.
           05  WS-IISR-ENTRY OCCURS 60 TIMES.
               10  WS-IR-STATE         PIC X(002).
               10  WS-IR-RECV-APP      PIC X(020).
               10  WS-IR-RECV-FACILITY PIC X(020).
               10  WS-IR-SEND-FACILITY PIC X(020).
               10  WS-IR-PROCESSING-ID PIC X(001).
      **----------------------------------------------------------------*
      **   THE CLAIM BEING SCANNED -- PATIENT, LOT NOTES FROM ITS EY     *
      **   RECORDS, AND ITS VACCINE PRODUCT LINES, HELD TO THE X0.       *
      **----------------------------------------------------------------*
       01  WS-CLAIM-PATIENT.
           05  WS-CP-PAT-CNTL-NO       PIC X(017).
           05  WS-CP-L-NAME            PIC X(020).
           05  WS-CP-F-NAME            PIC X(010).
           05  WS-CP-M-INIT            PIC X(001).
           05  WS-CP-BIRTH-DATE        PIC X(008).
           05  WS-CP-SEX               PIC X(001).
           05  WS-CP-ADDR-1            PIC X(018).
           05  WS-CP-ADDR-2            PIC X(018).
           05  WS-CP-CITY              PIC X(015).
           05  WS-CP-STATE             PIC X(002).
           05  WS-CP-ZIP               PIC X(009).
           05  WS-CP-PHONE             PIC X(010).
       01  WS-LOT-NOTE-TABLE.
           05  WS-LOT-NOTE OCCURS 8 TIMES.
               10  WS-LN-LINE-SEQ      PIC X(002).
               10  WS-LN-LOT           PIC X(015).
       01  WS-HELD-TABLE.
           05  WS-HELD-LINE OCCURS 20 TIMES.
               10  WS-HL-SEQ           PIC X(002).
               10  WS-HL-SVC-DATE      PIC 9(008).
               10  WS-HL-CPT-CODE      PIC X(005).
               10  WS-HL-CVX-CODE      PIC X(003).
               10  WS-HL-MVX-CODE      PIC X(003).
               10  WS-HL-ROUTE         PIC X(002).
               10  WS-HL-CVX-DESC      PIC X(040).
               10  WS-HL-LOT           PIC X(015).
               10  WS-HL-ADMIN-NPI     PIC X(010).
               10  WS-HL-PROV-L-NAME   PIC X(036).
               10  WS-HL-PROV-F-NAME   PIC X(012).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-STATE
               ON ASCENDING KEY SD-PAT-CNTL-NO
               ON ASCENDING KEY SD-LINE-SEQ
               INPUT PROCEDURE  2000-SCAN-CLAIMS     THRU 2000-EXIT
               OUTPUT PROCEDURE 4000-WRITE-MESSAGES  THRU 4000-EXIT
           PERFORM 9000-TERMINATE  THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE PERSON INDEX IS REQUIRED: IT GIVES THE *
      **   REGISTRY A STABLE PATIENT ID ACROSS VISITS.                   *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE         TO WS-DT-DATE
           MOVE WS-RUN-TIME (1:4)   TO WS-DT-HHMM
           MOVE WS-DATE-TIME-WORK   TO WS-TIMESTAMP
           MOVE WS-RUN-DATE (3:6)   TO WS-CTL-DATE
           MOVE WS-RUN-TIME (1:4)   TO WS-CTL-TIME
           OPEN INPUT PCD-EPIX-MASTER
           IF NOT WS-EPIX-FOUND
               DISPLAY 'PCD221 - PCDEPIX NOT AVAILABLE, STATUS '
                   WS-EPIX-FILE-STATUS ' - RUN STOPPED'
               STOP RUN
           END-IF
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-IISR-FILE
           OPEN INPUT  PCD-CVXM-MASTER
           OPEN I-O    PCD-IISL-MASTER
           OPEN OUTPUT PCD-VXU-FILE
           PERFORM 1200-READ-IISR-FILE   THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-REGISTRY THRU 1300-EXIT
               UNTIL WS-IISR-END-OF-FILE
           CLOSE PCD-IISR-FILE.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-IISR-FILE.
           READ PCD-IISR-FILE INTO PCD-IISR-REC
               AT END
                   SET WS-IISR-END-OF-FILE TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ONE-REGISTRY.
           IF WS-IISR-COUNT < 60
              AND PCD-IISR-STATE NOT = SPACES
               ADD 1 TO WS-IISR-COUNT
               MOVE PCD-IISR-STATE
                   TO WS-IR-STATE         (WS-IISR-COUNT)
               MOVE PCD-IISR-RECV-APP
                   TO WS-IR-RECV-APP      (WS-IISR-COUNT)
               MOVE PCD-IISR-RECV-FACILITY
                   TO WS-IR-RECV-FACILITY (WS-IISR-COUNT)
               MOVE PCD-IISR-SEND-FACILITY
                   TO WS-IR-SEND-FACILITY (WS-IISR-COUNT)
               MOVE PCD-IISR-PROCESSING-ID
                   TO WS-IR-PROCESSING-ID (WS-IISR-COUNT)
               IF NOT PCD-IISR-TESTING
                   MOVE 'P' TO WS-IR-PROCESSING-ID (WS-IISR-COUNT)
               END-IF
           END-IF
           PERFORM 1200-READ-IISR-FILE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-CLAIMS -- SORT INPUT PROCEDURE.  ONE PASS OF THE    *
      **   DAY'S CLAIMS; EACH CLAIM'S VACCINE LINES ARE RELEASED AT ITS  *
      **   X0 (OR WHATEVER ENDS IT).                                     *
      **----------------------------------------------------------------*
       2000-SCAN-CLAIMS.
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT
           PERFORM 2100-PROCESS-RECORD  THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-RELEASE-CLAIM   THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
               WHEN B0-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
                   PERFORM 2200-START-BATCH   THRU 2200-EXIT
               WHEN C0-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
                   PERFORM 2300-START-CLAIM   THRU 2300-EXIT
               WHEN EY-REC
                   IF WS-CLAIM-OPEN
                       MOVE EY-CLAIM-NOTE-1 TO WS-NOTE-TEXT
                       PERFORM 2400-TAKE-LOT-NOTE THRU 2400-EXIT
                       MOVE EY-CLAIM-NOTE-2 TO WS-NOTE-TEXT
                       PERFORM 2400-TAKE-LOT-NOTE THRU 2400-EXIT
                   END-IF
               WHEN F0-REC
                   MOVE 'N' TO WS-LINE-HELD-SWITCH
                   IF WS-CLAIM-OPEN
                       PERFORM 2500-CHECK-LINE THRU 2500-EXIT
                   END-IF
               WHEN F6-REC
                   IF WS-LAST-LINE-HELD
                      AND F6-NAT-PROV-ID (1:10) > SPACES
                       MOVE F6-NAT-PROV-ID (1:10)
                           TO WS-HL-ADMIN-NPI   (WS-HELD-COUNT)
                       MOVE F6-LL-SERV-PROV-LASTNAME
                           TO WS-HL-PROV-L-NAME (WS-HELD-COUNT)
                       MOVE F6-LL-SERV-PROV-FIRSTNAME
                           TO WS-HL-PROV-F-NAME (WS-HELD-COUNT)
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   PERFORM 3000-RELEASE-CLAIM THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-START-BATCH -- THE VACCINE WAS GIVEN WHERE THE BILLING   *
      **   PROVIDER PRACTISES, SO THE B0 STATE PICKS THE REGISTRY.       *
      **----------------------------------------------------------------*
       2200-START-BATCH.
           MOVE B0-BP-STATE TO WS-B0-STATE
           MOVE B0-NPI      TO WS-B0-NPI
           MOVE B0-IND-PROV-LNAME TO WS-B0-PROV-L-NAME
           MOVE B0-IND-PROV-FNAME TO WS-B0-PROV-F-NAME
           IF B0-PHARMACY-BATCH
               MOVE 'Y' TO WS-PHARMACY-BATCH-SW
           ELSE
               MOVE 'N' TO WS-PHARMACY-BATCH-SW
           END-IF
           MOVE ZERO TO WS-REGISTRY-SUB
           PERFORM VARYING WS-IISR-SUB FROM 1 BY 1
                   UNTIL WS-IISR-SUB > WS-IISR-COUNT
                      OR WS-REGISTRY-SUB > ZERO
               IF WS-IR-STATE (WS-IISR-SUB) = WS-B0-STATE
                   MOVE WS-IISR-SUB TO WS-REGISTRY-SUB
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
       2300-START-CLAIM.
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-HELD-SWITCH
           IF WS-PHARMACY-BATCH
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           IF WS-REGISTRY-SUB = ZERO
               ADD 1 TO WS-NO-REGISTRY-CLAIMS
               GO TO 2300-EXIT
           END-IF
           SET WS-CLAIM-OPEN TO TRUE
           MOVE ZERO   TO WS-HELD-COUNT
                          WS-NOTE-COUNT
                          WS-ADMIN-LINES
           MOVE SPACES TO WS-CLAIM-LOT
                          WS-LOT-NOTE-TABLE
           MOVE C0-PAT-CNTL-NUM     TO WS-CP-PAT-CNTL-NO
           MOVE C0-PAT-L-NAME       TO WS-CP-L-NAME
           MOVE C0-PAT-F-NAME       TO WS-CP-F-NAME
           MOVE C0-PAT-M-INIT       TO WS-CP-M-INIT
           MOVE C0-PAT-BIRTH-DATE-X TO WS-CP-BIRTH-DATE
           MOVE C0-PAT-SEX          TO WS-CP-SEX
           MOVE C0-PAT-ADDR-1       TO WS-CP-ADDR-1
           MOVE C0-PAT-ADDR2        TO WS-CP-ADDR-2
           MOVE C0-PAT-CITY         TO WS-CP-CITY
           MOVE C0-PAT-STATE        TO WS-CP-STATE
           MOVE C0-PAT-ZIP          TO WS-CP-ZIP
           MOVE SPACES              TO WS-CP-PHONE
           IF C0-PAT-TEL-NUM-X NUMERIC
              AND C0-PAT-TEL-NUM > ZERO
               MOVE C0-PAT-TEL-NUM-X TO WS-CP-PHONE
           END-IF.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2400-TAKE-LOT-NOTE -- A CLAIM NOTE BEGINNING "LOT" CARRIES A  *
      **   VACCINE LOT NUMBER: "LOT X1234" APPLIES TO EVERY VACCINE ON   *
      **   THE CLAIM, "LOT 02 X1234" TO LINE 02 ONLY.  ":", "#" AND "="  *
      **   MAY STAND FOR THE FIRST SPACE.                                *
      **----------------------------------------------------------------*
       2400-TAKE-LOT-NOTE.
           IF WS-NOTE-TEXT (1:3) NOT = 'LOT'
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           UNSTRING WS-NOTE-TEXT
               DELIMITED BY ALL SPACE OR ':' OR '#' OR '='
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING
           IF WS-TOKEN-1 NOT = 'LOT'
            OR WS-TOKEN-2 = SPACES
               GO TO 2400-EXIT
           END-IF
           IF WS-TOKEN-3 = SPACES
               MOVE WS-TOKEN-2 TO WS-CLAIM-LOT
               GO TO 2400-EXIT
           END-IF
           IF WS-TOKEN-2 (1:2) NUMERIC
              AND WS-TOKEN-2 (3:1) = SPACE
              AND WS-NOTE-COUNT < 8
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-TOKEN-2 (1:2) TO WS-LN-LINE-SEQ (WS-NOTE-COUNT)
               MOVE WS-TOKEN-3       TO WS-LN-LOT      (WS-NOTE-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2500-CHECK-LINE -- A LINE WHOSE CODE IS ON THE CROSSWALK IS A *
      **   VACCINE PRODUCT.  THE NDC ROW, WHEN THE LINE CARRIES AN NDC,  *
      **   NAMES THE MANUFACTURER, AND THE DRUG REFERENCE ALONGSIDE THE  *
      **   NDC IS TAKEN AS THE LOT NUMBER.                               *
      **----------------------------------------------------------------*
       2500-CHECK-LINE.
           MOVE F0-PROC-CODE TO WS-CHECK-CPT
           IF WS-VACCINE-ADMIN
               ADD 1 TO WS-ADMIN-LINES
               GO TO 2500-EXIT
           END-IF
           MOVE F0-PROC-CODE TO PCD-CVXM-CPT-CODE
           MOVE SPACES       TO PCD-CVXM-NDC-CODE
           READ PCD-CVXM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CVXM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CVXM-FILE-STATUS
           END-READ
           IF NOT WS-CVXM-FOUND
               IF WS-VACCINE-PRODUCT-RANGE
                   ADD 1 TO WS-NOT-ON-CROSSWALK
                   DISPLAY 'PCD221 - VACCINE CODE NOT ON PCDCVXM: '
                       F0-PROC-CODE ' CLAIM ' WS-CP-PAT-CNTL-NO
               END-IF
               GO TO 2500-EXIT
           END-IF
           IF WS-HELD-COUNT = 20
            OR F0-FROM-DATE-X NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           SET WS-LAST-LINE-HELD TO TRUE
           MOVE F0-SEQ-NUM-X         TO WS-HL-SEQ       (WS-HELD-COUNT)
           MOVE F0-FROM-DATE-X       TO WS-HL-SVC-DATE  (WS-HELD-COUNT)
           MOVE F0-PROC-CODE         TO WS-HL-CPT-CODE  (WS-HELD-COUNT)
           MOVE PCD-CVXM-CVX-CODE    TO WS-HL-CVX-CODE  (WS-HELD-COUNT)
           MOVE PCD-CVXM-MVX-CODE    TO WS-HL-MVX-CODE  (WS-HELD-COUNT)
           MOVE PCD-CVXM-ROUTE       TO WS-HL-ROUTE     (WS-HELD-COUNT)
           MOVE PCD-CVXM-DESCRIPTION TO WS-HL-CVX-DESC  (WS-HELD-COUNT)
           MOVE SPACES               TO WS-HL-LOT       (WS-HELD-COUNT)
           MOVE WS-B0-NPI            TO WS-HL-ADMIN-NPI (WS-HELD-COUNT)
           MOVE WS-B0-PROV-L-NAME
               TO WS-HL-PROV-L-NAME (WS-HELD-COUNT)
           MOVE WS-B0-PROV-F-NAME
               TO WS-HL-PROV-F-NAME (WS-HELD-COUNT)
           IF F0-NDC-CODE = SPACES
               GO TO 2500-EXIT
           END-IF
           MOVE F0-RX-NUM TO WS-HL-LOT (WS-HELD-COUNT)
           MOVE F0-PROC-CODE TO PCD-CVXM-CPT-CODE
           MOVE F0-NDC-CODE  TO PCD-CVXM-NDC-CODE
           READ PCD-CVXM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CVXM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CVXM-FILE-STATUS
           END-READ
           IF WS-CVXM-FOUND
               MOVE PCD-CVXM-MVX-CODE TO WS-HL-MVX-CODE (WS-HELD-COUNT)
               IF PCD-CVXM-CVX-CODE NOT = SPACES
                   MOVE PCD-CVXM-CVX-CODE
                       TO WS-HL-CVX-CODE (WS-HELD-COUNT)
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-RELEASE-CLAIM -- FILLS IN LOT NUMBERS FROM THE CLAIM'S   *
      **   NOTES (A LINE'S OWN NOTE FIRST) AND RELEASES EACH VACCINE     *
      **   LINE.  AN ADMINISTRATION CODE WITH NO PRODUCT LINE CANNOT BE  *
      **   REPORTED WITHOUT ITS CVX AND IS LISTED.                       *
      **----------------------------------------------------------------*
       3000-RELEASE-CLAIM.
           IF NOT WS-CLAIM-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-CLAIM-SWITCH
                       WS-LINE-HELD-SWITCH
           IF WS-HELD-COUNT = ZERO
               IF WS-ADMIN-LINES > ZERO
                   ADD 1 TO WS-ADMIN-NO-PRODUCT
                   DISPLAY 'PCD221 - ADMINISTRATION WITH NO VACCINE '
                       'PRODUCT LINE, CLAIM ' WS-CP-PAT-CNTL-NO
               END-IF
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES          TO SD-SORT-REC
           MOVE ZERO            TO SD-PERSON-ID
           MOVE WS-CP-L-NAME    TO PCD-EPIX-L-NAME
           MOVE WS-CP-F-NAME    TO PCD-EPIX-F-NAME
           MOVE WS-CP-BIRTH-DATE TO PCD-EPIX-BIRTH-DATE
           MOVE WS-CP-SEX       TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO SD-PERSON-ID
           END-IF
           MOVE WS-B0-STATE       TO SD-STATE
           MOVE WS-CP-PAT-CNTL-NO TO SD-PAT-CNTL-NO
           MOVE WS-CP-L-NAME      TO SD-PAT-L-NAME
           MOVE WS-CP-F-NAME      TO SD-PAT-F-NAME
           MOVE WS-CP-M-INIT      TO SD-PAT-M-INIT
           MOVE WS-CP-BIRTH-DATE  TO SD-BIRTH-DATE
           MOVE WS-CP-SEX         TO SD-SEX
           MOVE WS-CP-ADDR-1      TO SD-ADDR-1
           MOVE WS-CP-ADDR-2      TO SD-ADDR-2
           MOVE WS-CP-CITY        TO SD-CITY
           MOVE WS-CP-STATE       TO SD-PAT-STATE
           MOVE WS-CP-ZIP         TO SD-ZIP
           MOVE WS-CP-PHONE       TO SD-PHONE
           PERFORM 3100-RELEASE-LINE THRU 3100-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT.
       3000-EXIT.
           EXIT.
       3100-RELEASE-LINE.
           IF WS-HL-LOT (WS-HELD-SUB) = SPACES
               PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                       UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
                   IF WS-LN-LINE-SEQ (WS-NOTE-SUB)
                          = WS-HL-SEQ (WS-HELD-SUB)
                       MOVE WS-LN-LOT (WS-NOTE-SUB)
                           TO WS-HL-LOT (WS-HELD-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HL-LOT (WS-HELD-SUB) = SPACES
               MOVE WS-CLAIM-LOT TO WS-HL-LOT (WS-HELD-SUB)
           END-IF
           IF WS-HL-LOT (WS-HELD-SUB) = SPACES
               ADD 1 TO WS-NO-LOT-NUMBER
           END-IF
           MOVE WS-HL-SEQ         (WS-HELD-SUB) TO SD-LINE-SEQ
           MOVE WS-HL-ADMIN-NPI   (WS-HELD-SUB) TO SD-ADMIN-NPI
           MOVE WS-HL-PROV-L-NAME (WS-HELD-SUB) TO SD-PROV-L-NAME
           MOVE WS-HL-PROV-F-NAME (WS-HELD-SUB) TO SD-PROV-F-NAME
           MOVE WS-HL-SVC-DATE    (WS-HELD-SUB) TO SD-SVC-DATE
           MOVE WS-HL-CPT-CODE    (WS-HELD-SUB) TO SD-CPT-CODE
           MOVE WS-HL-CVX-CODE    (WS-HELD-SUB) TO SD-CVX-CODE
           MOVE WS-HL-MVX-CODE    (WS-HELD-SUB) TO SD-MVX-CODE
           MOVE WS-HL-ROUTE       (WS-HELD-SUB) TO SD-ROUTE
           MOVE WS-HL-CVX-DESC    (WS-HELD-SUB) TO SD-CVX-DESC
           MOVE WS-HL-LOT         (WS-HELD-SUB) TO SD-LOT-NUMBER
           RELEASE SD-SORT-REC
           ADD 1 TO WS-VACCINE-LINES.
       3100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-WRITE-MESSAGES -- SORT OUTPUT PROCEDURE.  THE FILE IS AN *
      **   HL7 BATCH FILE (FHS/FTS) HOLDING ONE BATCH (BHS/BTS) PER      *
      **   STATE REGISTRY, AND ONE VXU^V04 MESSAGE PER CLAIM IN IT.      *
      **----------------------------------------------------------------*
       4000-WRITE-MESSAGES.
           MOVE SPACES TO WS-SEGMENT
           STRING 'FHS|^~\&|PCDS|PCDS|||' DELIMITED BY SIZE
                  WS-TIMESTAMP             DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
           PERFORM 4100-PROCESS-SORTED THRU 4100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           PERFORM 4700-END-MESSAGE THRU 4700-EXIT
           PERFORM 4800-END-BATCH   THRU 4800-EXIT
           MOVE SPACES TO WS-SEGMENT
           STRING 'FTS|'          DELIMITED BY SIZE
                  WS-FILE-BATCHES DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT.
       4000-EXIT.
           EXIT.
       4100-PROCESS-SORTED.
           IF NOT WS-BATCH-OPEN
            OR SD-STATE NOT = WS-CURRENT-STATE
               PERFORM 4700-END-MESSAGE THRU 4700-EXIT
               PERFORM 4800-END-BATCH   THRU 4800-EXIT
               PERFORM 4200-START-BATCH THRU 4200-EXIT
           END-IF
           IF NOT WS-MESSAGE-OPEN
            OR SD-PAT-CNTL-NO NOT = WS-CURRENT-PAT-CNTL-NO
               PERFORM 4700-END-MESSAGE   THRU 4700-EXIT
               PERFORM 4300-START-MESSAGE THRU 4300-EXIT
           END-IF
           PERFORM 4500-WRITE-VACCINE THRU 4500-EXIT
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
       4200-START-BATCH.
           MOVE SD-STATE TO WS-CURRENT-STATE
           MOVE ZERO     TO WS-REGISTRY-SUB
                            WS-BATCH-MSGS
           PERFORM VARYING WS-IISR-SUB FROM 1 BY 1
                   UNTIL WS-IISR-SUB > WS-IISR-COUNT
                      OR WS-REGISTRY-SUB > ZERO
               IF WS-IR-STATE (WS-IISR-SUB) = SD-STATE
                   MOVE WS-IISR-SUB TO WS-REGISTRY-SUB
               END-IF
           END-PERFORM
           SET WS-BATCH-OPEN TO TRUE
           ADD 1 TO WS-FILE-BATCHES
           MOVE SPACES TO WS-SEGMENT
           STRING 'BHS|^~\&|PCDS|' DELIMITED BY SIZE
                  WS-IR-SEND-FACILITY (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-IR-RECV-APP (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-IR-RECV-FACILITY (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-TIMESTAMP       DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT.
       4200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4300-START-MESSAGE -- MSH AND PID.  THE PATIENT IS IDENTIFIED *
      **   BY THE PCDEPIX PERSON ID (TYPE MR), OR THE PATIENT CONTROL    *
      **   NUMBER (TYPE AN) WHEN THE PERSON IS NOT INDEXED.              *
      **----------------------------------------------------------------*
       4300-START-MESSAGE.
           MOVE SD-PAT-CNTL-NO TO WS-CURRENT-PAT-CNTL-NO
           SET WS-MESSAGE-OPEN TO TRUE
           ADD 1 TO WS-MSG-SEQ
           MOVE WS-MSG-SEQ TO WS-CTL-SEQ
           MOVE SPACES                 TO PCD-IISL-REC
           MOVE WS-CONTROL-ID          TO PCD-IISL-CONTROL-ID
           MOVE SD-PAT-CNTL-NO         TO PCD-IISL-PAT-CNTL-NO
           MOVE SD-STATE               TO PCD-IISL-STATE
           MOVE SD-PERSON-ID           TO PCD-IISL-PERSON-ID
           MOVE SD-BIRTH-DATE          TO PCD-IISL-BIRTH-DATE
           MOVE SD-SVC-DATE            TO PCD-IISL-SVC-DATE
           MOVE SD-ADMIN-NPI           TO PCD-IISL-ADMIN-NPI
           MOVE ZERO                   TO PCD-IISL-VACCINE-COUNT
                                          PCD-IISL-ACK-DATE
           MOVE WS-RUN-DATE            TO PCD-IISL-SENT-DATE
           SET PCD-IISL-SENT           TO TRUE
           STRING SD-PAT-F-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  SD-PAT-L-NAME DELIMITED BY '  '
               INTO PCD-IISL-PATIENT-NAME
           END-STRING
           MOVE SPACES TO WS-SEGMENT
           STRING 'MSH|^~\&|PCDS|'   DELIMITED BY SIZE
                  WS-IR-SEND-FACILITY (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-IR-RECV-APP (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-IR-RECV-FACILITY (WS-REGISTRY-SUB)
                      DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-TIMESTAMP       DELIMITED BY SIZE
                  '||VXU^V04^VXU_V04|' DELIMITED BY SIZE
                  WS-CONTROL-ID      DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  WS-IR-PROCESSING-ID (WS-REGISTRY-SUB)
                      DELIMITED BY SIZE
                  '|2.5.1|||ER|AL|||||Z22^CDCPHINVS'
                      DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1      TO WS-SEG-PTR
           IF SD-PERSON-ID > ZERO
               STRING 'PID|1||'       DELIMITED BY SIZE
                      SD-PERSON-ID    DELIMITED BY SIZE
                      '^^^PCDS^MR||'  DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           ELSE
               STRING 'PID|1||'       DELIMITED BY SIZE
                      SD-PAT-CNTL-NO  DELIMITED BY SPACE
                      '^^^PCDS^AN||'  DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           END-IF
           STRING SD-PAT-L-NAME   DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-PAT-F-NAME   DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-PAT-M-INIT   DELIMITED BY SPACE
                  '^^^^L||'       DELIMITED BY SIZE
                  SD-BIRTH-DATE   DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
               INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR
           END-STRING
           IF SD-SEX = 'M' OR SD-SEX = 'F'
               STRING SD-SEX DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           ELSE
               STRING 'U' DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           END-IF
           STRING '|||'           DELIMITED BY SIZE
                  SD-ADDR-1       DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-ADDR-2       DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-CITY         DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-PAT-STATE    DELIMITED BY SPACE
                  '^'             DELIMITED BY SIZE
                  SD-ZIP          DELIMITED BY SPACE
                  '^USA^H||'      DELIMITED BY SIZE
               INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR
           END-STRING
           IF SD-PHONE NOT = SPACES
               MOVE SD-PHONE TO WS-PHONE-WORK
               STRING '^PRN^PH^^^'   DELIMITED BY SIZE
                      WS-PHONE-AREA  DELIMITED BY SIZE
                      '^'            DELIMITED BY SIZE
                      WS-PHONE-LOCAL DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           END-IF
           WRITE FD-VXU-REC FROM WS-SEGMENT.
       4300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4500-WRITE-VACCINE -- ORC/RXA/RXR FOR ONE DOSE GIVEN (CDC     *
      **   IMPLEMENTATION GUIDE: ACTION A, COMPLETION CP, SOURCE 00 NEW  *
      **   RECORD).  THE FILLER ORDER NUMBER IS THE CLAIM AND LINE.      *
      **----------------------------------------------------------------*
       4500-WRITE-VACCINE.
           ADD 1 TO PCD-IISL-VACCINE-COUNT
           IF PCD-IISL-VACCINE-COUNT NOT > 6
               MOVE SD-CVX-CODE
                   TO PCD-IISL-CVX-CODE (PCD-IISL-VACCINE-COUNT)
           END-IF
           MOVE SPACES TO WS-SEGMENT
           STRING 'ORC|RE||'      DELIMITED BY SIZE
                  SD-PAT-CNTL-NO  DELIMITED BY SPACE
                  '-'             DELIMITED BY SIZE
                  SD-LINE-SEQ     DELIMITED BY SIZE
                  '^PCDS|||||||||' DELIMITED BY SIZE
                  SD-ADMIN-NPI    DELIMITED BY SPACE
                  '^'             DELIMITED BY SIZE
                  SD-PROV-L-NAME  DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-PROV-F-NAME  DELIMITED BY '  '
                  '^^^^^^NPI'     DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1      TO WS-SEG-PTR
           STRING 'RXA|0|1|'      DELIMITED BY SIZE
                  SD-SVC-DATE     DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
                  SD-SVC-DATE     DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
                  SD-CVX-CODE     DELIMITED BY SPACE
                  '^'             DELIMITED BY SIZE
                  SD-CVX-DESC     DELIMITED BY '  '
                  '^CVX|999|||00^NEW IMMUNIZATION RECORD^NIP001|'
                                  DELIMITED BY SIZE
                  SD-ADMIN-NPI    DELIMITED BY SPACE
                  '^'             DELIMITED BY SIZE
                  SD-PROV-L-NAME  DELIMITED BY '  '
                  '^'             DELIMITED BY SIZE
                  SD-PROV-F-NAME  DELIMITED BY '  '
                  '^^^^^^NPI|||||' DELIMITED BY SIZE
                  SD-LOT-NUMBER   DELIMITED BY SPACE
                  '||'            DELIMITED BY SIZE
               INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR
           END-STRING
           IF SD-MVX-CODE NOT = SPACES
               STRING SD-MVX-CODE DELIMITED BY SPACE
                      '^^MVX'     DELIMITED BY SIZE
                   INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
               END-STRING
           END-IF
           STRING '|||CP|A' DELIMITED BY SIZE
               INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT
           IF SD-ROUTE NOT = SPACES
               MOVE SPACES TO WS-SEGMENT
               STRING 'RXR|'       DELIMITED BY SIZE
                      SD-ROUTE     DELIMITED BY SPACE
                      '^^HL70162'  DELIMITED BY SIZE
                   INTO WS-SEGMENT
               END-STRING
               WRITE FD-VXU-REC FROM WS-SEGMENT
           END-IF.
       4500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4700-END-MESSAGE -- THE MESSAGE IS LOGGED UNDER ITS CONTROL   *
      **   ID SO PCD222 CAN MATCH THE REGISTRY'S ACKNOWLEDGMENT TO IT.   *
      **----------------------------------------------------------------*
       4700-END-MESSAGE.
           IF NOT WS-MESSAGE-OPEN
               GO TO 4700-EXIT
           END-IF
           MOVE 'N' TO WS-MESSAGE-OPEN-SWITCH
           WRITE PCD-IISL-REC
               INVALID KEY
                   DISPLAY 'PCD221 - PCDIISL WRITE FAILED '
                       PCD-IISL-CONTROL-ID
           END-WRITE
           ADD 1 TO WS-BATCH-MSGS
           ADD 1 TO WS-MESSAGES-SENT.
       4700-EXIT.
           EXIT.
       4800-END-BATCH.
           IF NOT WS-BATCH-OPEN
               GO TO 4800-EXIT
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH
           MOVE SPACES TO WS-SEGMENT
           STRING 'BTS|'        DELIMITED BY SIZE
                  WS-BATCH-MSGS DELIMITED BY SIZE
               INTO WS-SEGMENT
           END-STRING
           WRITE FD-VXU-REC FROM WS-SEGMENT.
       4800-EXIT.
           EXIT.
       4900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-CVXM-MASTER
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-IISL-MASTER
           CLOSE PCD-VXU-FILE
           DISPLAY 'PCD221 - CLAIMS READ:             ' WS-CLAIMS-READ
           DISPLAY 'PCD221 - CLAIMS, NO STATE REGISTRY:'
               WS-NO-REGISTRY-CLAIMS
           DISPLAY 'PCD221 - VACCINE LINES EXTRACTED: '
               WS-VACCINE-LINES
           DISPLAY 'PCD221 - VACCINES WITH NO LOT:    '
               WS-NO-LOT-NUMBER
           DISPLAY 'PCD221 - CODES NOT ON CROSSWALK:  '
               WS-NOT-ON-CROSSWALK
           DISPLAY 'PCD221 - ADMIN WITH NO PRODUCT:   '
               WS-ADMIN-NO-PRODUCT
           DISPLAY 'PCD221 - VXU MESSAGES WRITTEN:    '
               WS-MESSAGES-SENT
           DISPLAY 'PCD221 - REGISTRY BATCHES:        '
               WS-FILE-BATCHES.
       9000-EXIT.
           EXIT.
