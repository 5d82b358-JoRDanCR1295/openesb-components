      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD162              SYSTEM: PCDS                 *
      **    YEARLY HCC RISK-ADJUSTMENT DIAGNOSIS EXTRACT              *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  FOR ONE SERVICE    *
      **                          YEAR (PCDHCCCD CARD, DEFAULT THE     *
      **                          RUN YEAR) BROWSES EVERY CLAIM AND    *
      **                          ENCOUNTER CHAIN ON THE PCDCRPM       *
      **                          REPOSITORY, RESOLVES THE C0 PATIENT  *
      **                          TO ITS PCDEPIM PERSON ID THROUGH     *
      **                          PCDEPIX, AND MAPS EACH ICD-10        *
      **                          E0-DIAGNOSIS CODE TO ITS CMS-HCC     *
      **                          CATEGORIES ON PCDHCCM FOR THAT       *
      **                          YEAR.  THE YEAR'S PCDHCCP CAPTURE    *
      **                          ROWS (PERSON X HCC) ARE REBUILT      *
      **                          FROM SCRATCH, THEN WRITTEN OUT TO    *
      **                          THE PCDHCCEX EXTRACT WITH THE        *
      **                          PERSON'S NAME, BIRTH DATE AND SEX.   *
      **                          THE SERVICE DATE IS THE FIRST F0     *
      **                          FROM-DATE, ELSE THE E0 CLAIM DATE.   *
      **                          ICD-9 CLAIMS AND PATIENTS NOT YET    *
      **                          INDEXED ARE COUNTED AND SKIPPED.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD162.
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
           SELECT PCD-CONTROL-CARD ASSIGN TO PCDHCCCD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRPM-MASTER  ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-EPIX-MASTER  ASSIGN TO PCDEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIX-MATCH-KEY
               FILE STATUS IS WS-EPIX-FILE-STATUS.
           SELECT PCD-EPIM-MASTER  ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-HCCM-MASTER  ASSIGN TO PCDHCCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-HCCM-KEY
               FILE STATUS IS WS-HCCM-FILE-STATUS.
           SELECT PCD-HCCP-MASTER  ASSIGN TO PCDHCCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-HCCP-KEY
               FILE STATUS IS WS-HCCP-FILE-STATUS.
           SELECT PCD-EXTRACT-FILE ASSIGN TO PCDHCCEX
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CONTROL-CARD
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD.
           05  FD-CARD-SERVICE-YEAR   PIC X(004).
           05  FILLER                 PIC X(076).
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-EPIX-MASTER.
       COPY PCDEPIX.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-HCCM-MASTER.
       COPY PCDHCCM.
       FD  PCD-HCCP-MASTER.
       COPY PCDHCCP.
       FD  PCD-EXTRACT-FILE
           RECORDING MODE IS F.
       01  FD-EXTRACT-REC.
           05  FD-EX-PERSON-ID        PIC 9(009).
           05  FD-EX-SERVICE-YEAR     PIC 9(004).
           05  FD-EX-HCC              PIC 9(003).
           05  FD-EX-HCC-DESC         PIC X(030).
           05  FD-EX-FIRST-DOS        PIC 9(008).
           05  FD-EX-LAST-DOS         PIC 9(008).
           05  FD-EX-CLAIM-COUNT      PIC 9(005).
           05  FD-EX-LAST-DIAG-CODE   PIC X(008).
           05  FD-EX-PAT-L-NAME       PIC X(020).
           05  FD-EX-PAT-F-NAME       PIC X(010).
           05  FD-EX-BIRTH-DATE       PIC X(008).
           05  FD-EX-SEX              PIC X(001).
           05  FILLER                 PIC X(006).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-CRPM-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CRPM-END-OF-FILE                 VALUE 'Y'.
       77  WS-BROWSE-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EPIX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIX-FOUND                       VALUE '00'.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-EPIM-FOUND                       VALUE '00'.
       77  WS-HCCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-HCCP-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HCCP-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-SERVICE-YEAR             PIC 9(004)  VALUE ZERO.
       77  WS-DIAG-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-SEEN-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-SEEN-COUNT               PIC 9(002)  COMP  VALUE ZERO.
       77  WS-WORK-DOS                 PIC 9(008)  VALUE ZERO.
       77  WS-WORK-YEAR                PIC 9(004)  VALUE ZERO.
       77  WS-CHAINS-READ              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHAINS-IN-YEAR           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHAINS-NO-PERSON         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CHAINS-ICD9              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-MAPPED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CODES-NOT-MAPPED         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-CLEARED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-EXTRACT-WRITTEN          PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   THE CLAIM CHAIN BEING COLLECTED.  THE E0 ARRIVES AHEAD OF     *
      **   THE F0 THAT DATES IT, SO CODES ARE HELD TO THE NEXT C0.       *
      **----------------------------------------------------------------*
       01  WS-CHAIN-AREA.
           05  WS-CH-ACTIVE-SW         PIC X(001).
               88  WS-CH-ACTIVE                    VALUE 'Y'.
           05  WS-CH-PAT-CNTL-NO       PIC X(020).
           05  WS-CH-PERSON-ID         PIC 9(009).
           05  WS-CH-ICD-VERSION       PIC X(001).
           05  WS-CH-FIRST-DOS         PIC 9(008).
           05  WS-CH-CLAIM-DATE        PIC 9(008).
           05  WS-CH-DIAG-CODE         PIC X(008)  OCCURS 4 TIMES.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-HCC             PIC 9(003)  OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CLEAR-YEAR      THRU 2000-EXIT
           PERFORM 3000-SCAN-REPOSITORY THRU 3000-EXIT
           PERFORM 5000-WRITE-EXTRACT   THRU 5000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CONTROL-CARD
           MOVE SPACES TO FD-CONTROL-CARD
           READ PCD-CONTROL-CARD
               AT END
                   MOVE SPACES TO FD-CONTROL-CARD
           END-READ
           CLOSE PCD-CONTROL-CARD
           IF FD-CARD-SERVICE-YEAR IS NUMERIC
           AND FD-CARD-SERVICE-YEAR NOT = ZERO
               MOVE FD-CARD-SERVICE-YEAR TO WS-SERVICE-YEAR
           ELSE
               COMPUTE WS-SERVICE-YEAR = WS-RUN-DATE / 10000
           END-IF
           OPEN INPUT  PCD-CRPM-MASTER
           OPEN INPUT  PCD-EPIX-MASTER
           OPEN INPUT  PCD-EPIM-MASTER
           OPEN INPUT  PCD-HCCM-MASTER
           OPEN I-O    PCD-HCCP-MASTER
           OPEN OUTPUT PCD-EXTRACT-FILE
           MOVE 'N' TO WS-CH-ACTIVE-SW.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-CLEAR-YEAR -- THE YEAR IS REBUILT WHOLE ON EVERY RUN.    *
      **----------------------------------------------------------------*
       2000-CLEAR-YEAR.
           PERFORM 6000-START-YEAR-BROWSE THRU 6000-EXIT
           PERFORM 2100-DELETE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-BROWSE-DONE.
       2000-EXIT.
           EXIT.
       2100-DELETE-ONE-ROW.
           PERFORM 6100-READ-NEXT-IN-YEAR THRU 6100-EXIT
           IF WS-BROWSE-DONE
               GO TO 2100-EXIT
           END-IF
           DELETE PCD-HCCP-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-CLEARED
           END-DELETE.
       2100-EXIT.
           EXIT.
       3000-SCAN-REPOSITORY.
           MOVE LOW-VALUES TO PCD-CRPM-KEY
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   SET WS-CRPM-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-CRPM-END-OF-FILE
           PERFORM 4000-CLOSE-CHAIN THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
       3100-SCAN-ONE-RECORD.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-CRPM-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-PCDSCLAIM-REC
           EVALUATE TRUE
               WHEN C0-REC
                   PERFORM 4000-CLOSE-CHAIN THRU 4000-EXIT
                   PERFORM 3200-OPEN-CHAIN  THRU 3200-EXIT
               WHEN NOT WS-CH-ACTIVE
                   CONTINUE
               WHEN E0-REC
                   PERFORM 3300-HOLD-DIAGNOSES THRU 3300-EXIT
               WHEN F0-SERVICES-PERF-REC
                   IF WS-CH-FIRST-DOS = ZERO
                   AND F0-FROM-DATE-X IS NUMERIC
                       MOVE F0-FROM-DATE-X TO WS-CH-FIRST-DOS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.
       3200-OPEN-CHAIN.
           ADD 1 TO WS-CHAINS-READ
           MOVE SPACES               TO WS-CHAIN-AREA
           SET WS-CH-ACTIVE          TO TRUE
           MOVE PCD-CRPM-PAT-CNTL-NO TO WS-CH-PAT-CNTL-NO
           MOVE ZERO                 TO WS-CH-PERSON-ID
                                        WS-CH-FIRST-DOS
                                        WS-CH-CLAIM-DATE
           MOVE C0-PAT-L-NAME        TO PCD-EPIX-L-NAME
           MOVE C0-PAT-F-NAME        TO PCD-EPIX-F-NAME
           MOVE C0-PAT-BIRTH-DATE-X  TO PCD-EPIX-BIRTH-DATE
           MOVE C0-PAT-SEX           TO PCD-EPIX-SEX
           READ PCD-EPIX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIX-FILE-STATUS
           END-READ
           IF WS-EPIX-FOUND
               MOVE PCD-EPIX-PERSON-ID TO WS-CH-PERSON-ID
           END-IF.
       3200-EXIT.
           EXIT.
       3300-HOLD-DIAGNOSES.
           EVALUATE E0-DIAG-CD-QUAL
               WHEN 'ABK'
               WHEN 'ABF'
                   MOVE '0' TO WS-CH-ICD-VERSION
               WHEN OTHER
                   MOVE '9' TO WS-CH-ICD-VERSION
           END-EVALUATE
           IF E0-CLAIM-DATE-X IS NUMERIC
               MOVE E0-CLAIM-DATE-X TO WS-CH-CLAIM-DATE
           END-IF
           PERFORM VARYING RTE0-DIAG-INDEX FROM 1 BY 1
                   UNTIL RTE0-DIAG-INDEX > 4
               SET WS-DIAG-SUB TO RTE0-DIAG-INDEX
               MOVE E0-DIAG-CODE (RTE0-DIAG-INDEX)
                   TO WS-CH-DIAG-CODE (WS-DIAG-SUB)
           END-PERFORM.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-CLOSE-CHAIN -- POST THE HELD CODES OF A CHAIN DATED IN   *
      **   THE SERVICE YEAR.  AN HCC REACHED BY TWO CODES ON ONE CLAIM   *
      **   COUNTS THE CLAIM ONCE.                                        *
      **----------------------------------------------------------------*
       4000-CLOSE-CHAIN.
           IF NOT WS-CH-ACTIVE
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-CH-ACTIVE-SW
           MOVE WS-CH-FIRST-DOS TO WS-WORK-DOS
           IF WS-WORK-DOS = ZERO
               MOVE WS-CH-CLAIM-DATE TO WS-WORK-DOS
           END-IF
           COMPUTE WS-WORK-YEAR = WS-WORK-DOS / 10000
           IF WS-WORK-YEAR NOT = WS-SERVICE-YEAR
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-CHAINS-IN-YEAR
           IF WS-CH-PERSON-ID = ZERO
               ADD 1 TO WS-CHAINS-NO-PERSON
               GO TO 4000-EXIT
           END-IF
           IF WS-CH-ICD-VERSION NOT = '0'
               ADD 1 TO WS-CHAINS-ICD9
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-SEEN-COUNT
           PERFORM 4100-MAP-ONE-CODE THRU 4100-EXIT
               VARYING WS-DIAG-SUB FROM 1 BY 1
               UNTIL WS-DIAG-SUB > 4.
       4000-EXIT.
           EXIT.
       4100-MAP-ONE-CODE.
           IF WS-CH-DIAG-CODE (WS-DIAG-SUB) = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE WS-SERVICE-YEAR TO PCD-HCCM-MODEL-YEAR
           MOVE WS-CH-DIAG-CODE (WS-DIAG-SUB) TO PCD-HCCM-DIAG-CODE
           MOVE ZERO            TO PCD-HCCM-HCC
           MOVE 'N'             TO WS-BROWSE-SWITCH
           START PCD-HCCM-MASTER KEY NOT < PCD-HCCM-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT WS-BROWSE-DONE
               PERFORM 4200-NEXT-MAPPING THRU 4200-EXIT
           END-IF
           IF WS-BROWSE-DONE
               ADD 1 TO WS-CODES-NOT-MAPPED
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CODES-MAPPED
           PERFORM 4300-POST-ONE-HCC THRU 4300-EXIT
               UNTIL WS-BROWSE-DONE.
       4100-EXIT.
           EXIT.
       4200-NEXT-MAPPING.
           READ PCD-HCCM-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF PCD-HCCM-MODEL-YEAR NOT = WS-SERVICE-YEAR
           OR PCD-HCCM-DIAG-CODE NOT = WS-CH-DIAG-CODE (WS-DIAG-SUB)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.
       4300-POST-ONE-HCC.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   OR WS-SEEN-HCC (WS-SEEN-SUB) = PCD-HCCM-HCC
               CONTINUE
           END-PERFORM
           IF WS-SEEN-SUB > WS-SEEN-COUNT
           AND WS-SEEN-COUNT < 20
               ADD 1 TO WS-SEEN-COUNT
               MOVE PCD-HCCM-HCC TO WS-SEEN-HCC (WS-SEEN-COUNT)
               PERFORM 4400-UPDATE-CAPTURE THRU 4400-EXIT
           END-IF
           PERFORM 4200-NEXT-MAPPING THRU 4200-EXIT.
       4300-EXIT.
           EXIT.
       4400-UPDATE-CAPTURE.
           MOVE WS-SERVICE-YEAR TO PCD-HCCP-SERVICE-YEAR
           MOVE WS-CH-PERSON-ID TO PCD-HCCP-PERSON-ID
           MOVE PCD-HCCM-HCC    TO PCD-HCCP-HCC
           READ PCD-HCCP-MASTER
               INVALID KEY
                   MOVE '23' TO WS-HCCP-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-HCCP-FILE-STATUS
           END-READ
           IF NOT WS-HCCP-FOUND
               MOVE SPACES            TO PCD-HCCP-REC
               MOVE WS-SERVICE-YEAR   TO PCD-HCCP-SERVICE-YEAR
               MOVE WS-CH-PERSON-ID   TO PCD-HCCP-PERSON-ID
               MOVE PCD-HCCM-HCC      TO PCD-HCCP-HCC
               MOVE PCD-HCCM-HCC-DESC TO PCD-HCCP-HCC-DESC
               MOVE WS-WORK-DOS       TO PCD-HCCP-FIRST-DOS
               MOVE ZERO              TO PCD-HCCP-LAST-DOS
                                         PCD-HCCP-CLAIM-COUNT
               MOVE WS-RUN-DATE       TO PCD-HCCP-BUILD-DATE
           END-IF
           IF WS-WORK-DOS < PCD-HCCP-FIRST-DOS
               MOVE WS-WORK-DOS TO PCD-HCCP-FIRST-DOS
           END-IF
           IF WS-WORK-DOS NOT < PCD-HCCP-LAST-DOS
               MOVE WS-WORK-DOS       TO PCD-HCCP-LAST-DOS
               MOVE WS-CH-DIAG-CODE (WS-DIAG-SUB)
                                      TO PCD-HCCP-LAST-DIAG-CODE
               MOVE WS-CH-PAT-CNTL-NO TO PCD-HCCP-LAST-PAT-CNTL-NO
           END-IF
           IF PCD-HCCP-CLAIM-COUNT < 99999
               ADD 1 TO PCD-HCCP-CLAIM-COUNT
           END-IF
           IF WS-HCCP-FOUND
               REWRITE PCD-HCCP-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PCD-HCCP-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF.
       4400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-WRITE-EXTRACT -- ONE EXTRACT ROW PER PERSON X HCC, IN    *
      **   PERSON ORDER.                                                 *
      **----------------------------------------------------------------*
       5000-WRITE-EXTRACT.
           PERFORM 6000-START-YEAR-BROWSE THRU 6000-EXIT
           PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
               UNTIL WS-BROWSE-DONE.
       5000-EXIT.
           EXIT.
       5100-WRITE-ONE-ROW.
           PERFORM 6100-READ-NEXT-IN-YEAR THRU 6100-EXIT
           IF WS-BROWSE-DONE
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES                  TO FD-EXTRACT-REC
           MOVE PCD-HCCP-PERSON-ID      TO FD-EX-PERSON-ID
           MOVE PCD-HCCP-SERVICE-YEAR   TO FD-EX-SERVICE-YEAR
           MOVE PCD-HCCP-HCC            TO FD-EX-HCC
           MOVE PCD-HCCP-HCC-DESC       TO FD-EX-HCC-DESC
           MOVE PCD-HCCP-FIRST-DOS      TO FD-EX-FIRST-DOS
           MOVE PCD-HCCP-LAST-DOS       TO FD-EX-LAST-DOS
           MOVE PCD-HCCP-CLAIM-COUNT    TO FD-EX-CLAIM-COUNT
           MOVE PCD-HCCP-LAST-DIAG-CODE TO FD-EX-LAST-DIAG-CODE
           MOVE PCD-HCCP-PERSON-ID      TO PCD-EPIM-PERSON-ID
           READ PCD-EPIM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-EPIM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-EPIM-FILE-STATUS
           END-READ
           IF WS-EPIM-FOUND
               MOVE PCD-EPIM-PAT-L-NAME TO FD-EX-PAT-L-NAME
               MOVE PCD-EPIM-PAT-F-NAME TO FD-EX-PAT-F-NAME
               MOVE PCD-EPIM-BIRTH-DATE TO FD-EX-BIRTH-DATE
               MOVE PCD-EPIM-SEX        TO FD-EX-SEX
           END-IF
           WRITE FD-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-WRITTEN.
       5100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000/6100 -- BROWSE THE CAPTURE ROWS OF THE SERVICE YEAR.     *
      **----------------------------------------------------------------*
       6000-START-YEAR-BROWSE.
           MOVE 'N'             TO WS-BROWSE-SWITCH
           MOVE LOW-VALUES      TO PCD-HCCP-KEY
           MOVE WS-SERVICE-YEAR TO PCD-HCCP-SERVICE-YEAR
           START PCD-HCCP-MASTER KEY NOT < PCD-HCCP-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
       6000-EXIT.
           EXIT.
       6100-READ-NEXT-IN-YEAR.
           READ PCD-HCCP-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF PCD-HCCP-SERVICE-YEAR NOT = WS-SERVICE-YEAR
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-EPIX-MASTER
           CLOSE PCD-EPIM-MASTER
           CLOSE PCD-HCCM-MASTER
           CLOSE PCD-HCCP-MASTER
           CLOSE PCD-EXTRACT-FILE
           DISPLAY 'PCD162 - SERVICE YEAR:          ' WS-SERVICE-YEAR
           DISPLAY 'PCD162 - CLAIM CHAINS READ:     ' WS-CHAINS-READ
           DISPLAY 'PCD162 - CHAINS IN YEAR:        ' WS-CHAINS-IN-YEAR
           DISPLAY 'PCD162 - NO PERSON ID:          '
               WS-CHAINS-NO-PERSON
           DISPLAY 'PCD162 - ICD-9 CHAINS SKIPPED:  ' WS-CHAINS-ICD9
           DISPLAY 'PCD162 - CODES MAPPED TO HCC:   ' WS-CODES-MAPPED
           DISPLAY 'PCD162 - CODES WITH NO HCC:     '
               WS-CODES-NOT-MAPPED
           DISPLAY 'PCD162 - PRIOR ROWS CLEARED:    ' WS-ROWS-CLEARED
           DISPLAY 'PCD162 - PERSON/HCC ROWS:       ' WS-ROWS-ADDED
           DISPLAY 'PCD162 - EXTRACT ROWS WRITTEN:  '
               WS-EXTRACT-WRITTEN.
       9000-EXIT.
           EXIT.
