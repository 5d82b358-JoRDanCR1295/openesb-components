      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD159              SYSTEM: PCDS                 *
      **    CAPITATED ENCOUNTER EXTRACT                               *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  RUNS IN THE DAILY  *
      **                          CHAIN AFTER PCD140.  EVERY CLAIM IN  *
      **                          A MEDICAL (102) OR DENTAL (D02)      *
      **                          ENCOUNTER BATCH IS APPENDED TO THE   *
      **                          PCDCAPEN EXTRACT WITH ITS SERVICE    *
      **                          MONTH (FIRST F0 DATE OF SERVICE),    *
      **                          PAYER AND INSURED ID (FIRST D0),     *
      **                          AND THE PCDEPIM PERSON ID FOUND      *
      **                          THROUGH THE PCDEPIX MATCH KEY FOR    *
      **                          THE C0 PATIENT.  THE EXTRACT FEEDS   *
      **                          THE PCD160 MONTHLY CAPITATION        *
      **                          RECONCILIATION.                      *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD159.
       AUTHOR.        MANAGED CARE UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLAIM-FILE  ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-EPIX-MASTER ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-CAPE-FILE   ASSIGN TO PCDCAPEN
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
           RECORDING MODE IS F.
       01  PCD-CLAIM-RECORD           PIC X(192).
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-CAPE-FILE
           RECORDING MODE IS F.
       COPY PCDCAPE.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-ENCOUNTER-BATCH-SW       PIC X(001)  VALUE 'N'.
           88  WS-ENCOUNTER-BATCH                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CURRENT-JOBNUM           PIC X(008)  VALUE SPACES.
       77  WS-CURRENT-BATCH-TYPE       PIC X(003)  VALUE SPACES.
       77  WS-CURRENT-PAYOR-ID         PIC X(005)  VALUE SPACES.
       77  WS-CURRENT-INSURED-ID       PIC X(017)  VALUE SPACES.
       77  WS-CURRENT-SVC-MONTH        PIC 9(006)  VALUE ZERO.
       77  WS-WORK-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-ENCOUNTERS-WRITTEN       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PERSONS-FOUND            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-NO-SERVICE-DATE          PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE EXTRACT ACCUMULATES ACROSS THE DAILY   *
      **   RUNS UNTIL THE MONTHLY RECONCILIATION CONSUMES IT.            *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-CLAIM-FILE
           OPEN INPUT  PCD-EPIX-MASTER
           OPEN EXTEND PCD-CAPE-FILE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-CLAIM-FILE.
           READ PCD-CLAIM-FILE INTO WS-PCDSCLAIM-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-PROCESS-RECORDS.
           EVALUATE TRUE
               WHEN A0-FILE-HEADER-REC
                   MOVE A0-UNIQUE-JOBNUM TO WS-CURRENT-JOBNUM
               WHEN B0-REC
                   MOVE B0-BATCH-TYPE    TO WS-CURRENT-BATCH-TYPE
                   IF B0-MEDICAL-ENCOUNTERS
                   OR B0-DENTAL-ENCOUNTERS
                       SET WS-ENCOUNTER-BATCH TO TRUE
                   ELSE
                       MOVE 'N' TO WS-ENCOUNTER-BATCH-SW
                   END-IF
               WHEN C0-REC
                   IF WS-ENCOUNTER-BATCH
                       PERFORM 2100-START-ENCOUNTER THRU 2100-EXIT
                   END-IF
               WHEN D0-REC
                   IF WS-ENCOUNTER-BATCH
                   AND WS-CURRENT-PAYOR-ID = SPACES
                       MOVE D0-PAYOR-ID   TO WS-CURRENT-PAYOR-ID
                       MOVE D0-INSURED-ID TO WS-CURRENT-INSURED-ID
                   END-IF
               WHEN F0-SERVICES-PERF-REC
                   IF WS-ENCOUNTER-BATCH
                   AND WS-CURRENT-SVC-MONTH = ZERO
                   AND F0-FROM-DATE-X IS NUMERIC
                       MOVE F0-FROM-DATE-X TO WS-WORK-DOS
                       COMPUTE WS-CURRENT-SVC-MONTH = WS-WORK-DOS / 100
                   END-IF
               WHEN X0-CLAIM-TRAILER-REC
                   IF WS-ENCOUNTER-BATCH
                       PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-START-ENCOUNTER -- RESOLVE THE PATIENT TO THE PERMANENT  *
      **   PERSON ID ON THE SAME MATCH KEY PCD140 BUILT.                 *
      **----------------------------------------------------------------*
       2100-START-ENCOUNTER.
           MOVE SPACES TO PCD-CAPE-REC
           MOVE SPACES TO WS-CURRENT-PAYOR-ID
                          WS-CURRENT-INSURED-ID
           MOVE ZERO   TO WS-CURRENT-SVC-MONTH
           MOVE C0-PAT-CNTL-NUM     TO PCD-CAPE-PAT-CNTL-NO
           MOVE C0-PAT-L-NAME       TO PCD-EPIX-L-NAME
           MOVE C0-PAT-F-NAME       TO PCD-EPIX-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X TO PCD-EPIX-BIRTH-DATE
           MOVE C0-PAT-SEX          TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO PCD-CAPE-PERSON-ID
               ADD 1 TO WS-PERSONS-FOUND
           ELSE
               MOVE ZERO TO PCD-CAPE-PERSON-ID
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-WRITE-EXTRACT -- AN ENCOUNTER WITH NO USABLE F0 DATE     *
      **   IS COUNTED IN THE MONTH IT WAS RECEIVED.                      *
      **----------------------------------------------------------------*
       2200-WRITE-EXTRACT.
           IF WS-CURRENT-SVC-MONTH = ZERO
               COMPUTE WS-CURRENT-SVC-MONTH = WS-RUN-DATE / 100
               ADD 1 TO WS-NO-SERVICE-DATE
           END-IF
           MOVE WS-CURRENT-SVC-MONTH  TO PCD-CAPE-SERVICE-MONTH
           MOVE WS-CURRENT-PAYOR-ID   TO PCD-CAPE-PAYOR-ID
           MOVE WS-CURRENT-INSURED-ID TO PCD-CAPE-INSURED-ID
           MOVE WS-CURRENT-BATCH-TYPE TO PCD-CAPE-BATCH-TYPE
           MOVE WS-CURRENT-JOBNUM     TO PCD-CAPE-JOBNUM
           MOVE WS-RUN-DATE           TO PCD-CAPE-EXTRACT-DATE
           WRITE PCD-CAPE-REC
           ADD 1 TO WS-ENCOUNTERS-WRITTEN.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-CAPE-FILE
           DISPLAY 'PCD159 - ENCOUNTERS EXTRACTED:  '
               WS-ENCOUNTERS-WRITTEN
           DISPLAY 'PCD159 - PERSON ID RESOLVED:    ' WS-PERSONS-FOUND
           DISPLAY 'PCD159 - NO F0 SERVICE DATE:    '
               WS-NO-SERVICE-DATE.
       9000-EXIT.
           EXIT.
