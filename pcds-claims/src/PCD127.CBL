      **                          THE PCD835RM REMITTANCE MATCH FOR    *
      **                          THE CLAIM'S ICN.  FOLLOWS THE        *
      **                          PCD085/PCD009M ONLINE PATTERNS.      *
      ** RTC    10/15/26          ADDED THE CLAIM'S SERVICE LINES      *
      **                          FROM THE PCDCRPM REPOSITORY (LATEST  *
      **                          PROCESSING DATE, FIRST FOUR LINES)   *
      **                          WITH EACH PROCEDURE CODE'S PCDPRCM   *
      **                          SHORT DESCRIPTION.                   *
      ** RTC    10/15/26          CA/WO ADJUSTMENT POSTINGS ARE NOT    *
      **                          CASH AND ARE LEFT OUT OF THE         *
      **                          POSTED-CASH TOTAL.                   *
      ** RTC    10/15/26          THE OPERATOR NOW KEYS AN OPERATOR    *
      **                          ID, WITHOUT WHICH NOTHING IS SHOWN,  *
      **                          AND EVERY CLAIM SHOWN IS LOGGED      *
      **                          THROUGH PCDDISC TO THE PCDDISL PHI   *
      **                          ACCESS LOG.  IF THE LOG CANNOT BE    *
      **                          WRITTEN THE SCREEN IS CLEARED.       *
      ** RTC    10/15/26          THE OPERATOR NOW ALSO KEYS A CLIENT  *
      **                          ID, CHECKED AGAINST THE PCDCLRG      *
      **                          REGISTRY THROUGH PCDCLNT.  A CLAIM   *
      **                          PCDCLNT HAS RECORDED FOR ANOTHER     *
      **                          CLIENT (OR FOR NONE) READS AS NOT    *
      **                          FOUND AND NOTHING IS PULLED OR       *
      **                          LOGGED; THE SUSPENSE, AR AND         *
      **                          REPOSITORY ROWS PULLED ARE ALSO HELD *
      **                          TO THE CLIENT'S OWN.                 *
      ** RTC    10/15/26          THE SERVICE LINES SHOWN ARE NOW     *
      **                          THOSE OF THE TRULY LATEST           *
      **                          PROCESSING DATE.  THE REPOSITORY    *
      **                          KEY CARRIES THE DATE AS MMDDYY, SO  *
      **                          EACH IS WINDOWED TO CCYYMMDD AND    *
      **                          COMPARED RATHER THAN TAKEN IN KEY   *
      **                          ORDER.                              *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD127.
               FILE STATUS IS WS-835-FILE-STATUS.
           SELECT PCD-POST-FILE   ASSIGN TO PCDARPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-CRPM-MASTER ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-PRCM-MASTER ASSIGN TO PCDPRCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PRCM-KEY
               FILE STATUS IS WS-PRCM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-REFM-MASTER.
       COPY PCD835R.
       FD  PCD-POST-FILE.
       COPY PCDARPST.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-PRCM-MASTER.
       COPY PCDPRCM.
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDDISA.
       77  WS-REFM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-REFM-FOUND                        VALUE '00'.
       77  WS-JOBST-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-POST-END-OF-FILE                  VALUE 'Y'.
       77  WS-EXIT-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                    VALUE 'Y'.
       77  WS-OPERATOR-ID               PIC X(008)  VALUE SPACES.
       77  WS-ENTERED-PAT-CNTL-NO       PIC X(020)  VALUE SPACES.
       77  WS-MESSAGE-LINE              PIC X(050)  VALUE SPACES.
       77  WS-D-REF-COUNT               PIC 9(002)  VALUE ZERO.
       77  WS-CASH-POSTED               PIC S9(009)V99 COMP-3
                                                    VALUE ZERO.
       77  WS-FIRST-ICN                 PIC X(017)  VALUE SPACES.
       77  WS-PRCM-FILE-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-PRCM-FOUND                        VALUE '00'.
       77  WS-CRPM-FILE-STATUS          PIC X(002)  VALUE SPACES.
       77  WS-CRPM-EOF-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-CRPM-END-OF-CHAIN                 VALUE 'Y'.
       77  WS-SVC-PROC-DATE             PIC X(006)  VALUE SPACES.
       77  WS-SVC-LATEST-DATE           PIC 9(008)  VALUE ZERO.
       77  WS-SVC-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-D-SVC-COUNT               PIC 9(002)  VALUE ZERO.
       77  WS-CLIENT-ID                 PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID        PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                         VALUE 'Y'.
       COPY PCDCLNA.
       01  WS-SVC-DATE-WORK.
           05  WS-SD-MM                 PIC 9(002).
           05  WS-SD-DD                 PIC 9(002).
           05  WS-SD-YY                 PIC 9(002).
       01  WS-SVC-DATE-X REDEFINES WS-SVC-DATE-WORK
                                        PIC X(006).
       01  WS-SVC-CCYYMMDD              PIC 9(008)  VALUE ZERO.
       01  WS-SVC-CCYYMMDD-R REDEFINES WS-SVC-CCYYMMDD.
           05  WS-SC-CCYY               PIC 9(004).
           05  WS-SC-MM                 PIC 9(002).
           05  WS-SC-DD                 PIC 9(002).
       01  WS-D-SVC-LINES.
           05  WS-D-SVC-LINE-1          PIC X(040)  VALUE SPACES.
           05  WS-D-SVC-LINE-2          PIC X(040)  VALUE SPACES.
           05  WS-D-SVC-LINE-3          PIC X(040)  VALUE SPACES.
           05  WS-D-SVC-LINE-4          PIC X(040)  VALUE SPACES.
       01  WS-D-SVC-TABLE REDEFINES WS-D-SVC-LINES.
           05  WS-D-SVC-LINE OCCURS 4 TIMES.
               10  WS-D-SVC-PROC-CODE   PIC X(005).
               10  FILLER               PIC X(001).
               10  WS-D-SVC-CODE-QUAL   PIC X(002).
               10  FILLER               PIC X(001).
               10  WS-D-SVC-DESC        PIC X(028).
               10  FILLER               PIC X(003).
       SCREEN SECTION.
       01  SCR-CLAIM360-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 18
               VALUE 'PCD127 - CLAIM-360 INQUIRY'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 45 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 56
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05 VALUE 'PAT-CNTL-NO (BLANK=EXIT):'.
           05  LINE 03 COLUMN 32
               PIC X(020) TO WS-ENTERED-PAT-CNTL-NO.
           05  LINE 09 COLUMN 05 VALUE '835 REMIT PAID (L1) .'.
           05  LINE 09 COLUMN 30
               PIC X(014) FROM WS-D-REMIT-PAID.
           05  LINE 11 COLUMN 05 VALUE 'SERVICE LINES . . . .'.
           05  LINE 11 COLUMN 30
               PIC 9(002) FROM WS-D-SVC-COUNT.
           05  LINE 11 COLUMN 42
               PIC X(006) FROM WS-SVC-PROC-DATE.
           05  LINE 12 COLUMN 08
               PIC X(040) FROM WS-D-SVC-LINE-1.
           05  LINE 13 COLUMN 08
               PIC X(040) FROM WS-D-SVC-LINE-2.
           05  LINE 14 COLUMN 08
               PIC X(040) FROM WS-D-SVC-LINE-3.
           05  LINE 15 COLUMN 08
               PIC X(040) FROM WS-D-SVC-LINE-4.
           05  LINE 17 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT PCD-REFM-MASTER
           OPEN INPUT PCD-JOBST-MASTER
           OPEN INPUT PCD-SUSP-MASTER
           OPEN INPUT PCD-835-FILE
           OPEN INPUT PCD-CRPM-MASTER
           OPEN INPUT PCD-PRCM-MASTER.
       1000-EXIT.
           EXIT.
       2000-PROCESS-INQUIRY.
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 2100-CLEAR-DISPLAY    THRU 2100-EXIT
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'KEY YOUR OPERATOR ID TO VIEW PATIENT DATA'
                       TO WS-MESSAGE-LINE
               ELSE
                   PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
               END-IF
               IF WS-CLIENT-OK
                   PERFORM 2060-CHECK-CLAIM-CLIENT THRU 2060-EXIT
               END-IF
               IF WS-CLIENT-OK
                   PERFORM 2200-PULL-REFERENCES  THRU 2200-EXIT
                   PERFORM 2300-PULL-SUSPENSE    THRU 2300-EXIT
                   PERFORM 2400-PULL-POSTINGS    THRU 2400-EXIT
                   PERFORM 2500-PULL-REMITTANCE  THRU 2500-EXIT
                   PERFORM 2600-PULL-SERVICE-LINES THRU 2600-EXIT
                   PERFORM 2800-LOG-PHI-ACCESS   THRU 2800-EXIT
                   IF PCD-DISA-LOG-ERROR
                       PERFORM 2100-CLEAR-DISPLAY THRU 2100-EXIT
                   END-IF
               END-IF
               DISPLAY SCR-CLAIM360-SCREEN
               ACCEPT SCR-CLAIM360-SCREEN
           END-IF.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-CHECK-CLIENT -- NOTHING IS SHOWN WITHOUT A CLIENT ID ON  *
      **   THE REGISTRY.  THE REGISTRY IS ONLY ASKED AGAIN WHEN THE      *
      **   OPERATOR CHANGES THE CLIENT ID.                               *
      **----------------------------------------------------------------*
       2050-CHECK-CLIENT.
           MOVE 'N' TO WS-CLIENT-SWITCH
           IF WS-CLIENT-ID = SPACES
               MOVE 'KEY A CLIENT ID TO VIEW A CLAIM'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD127'   TO PCD-CLNA-CALLER
           MOVE WS-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-DONE
               MOVE WS-CLIENT-ID TO WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-VERIFIED-CLIENT-ID
               MOVE 'CLIENT ID NOT ON THE CLIENT REGISTRY'
                   TO WS-MESSAGE-LINE
           END-IF.
       2050-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2060-CHECK-CLAIM-CLIENT -- THE CLAIM MUST BE ONE INTAKE       *
      **   RECORDED FOR THE OPERATOR'S CLIENT.                           *
      **----------------------------------------------------------------*
       2060-CHECK-CLAIM-CLIENT.
           MOVE 'L'                    TO PCD-CLNA-FUNCTION
           MOVE 'PCD127'               TO PCD-CLNA-CALLER
           MOVE WS-ENTERED-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE 'N' TO WS-CLIENT-SWITCH
               MOVE 'CLAIM NOT FOUND FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
           END-IF.
       2060-EXIT.
           EXIT.
       2100-CLEAR-DISPLAY.
           MOVE ZERO   TO WS-D-REF-COUNT WS-D-OPEN-SUSP WS-D-RLSD-SUSP
           MOVE SPACES TO WS-D-JOBNUM WS-D-XMIT-STATUS
                          WS-D-FIRST-REASON
           MOVE ZERO   TO WS-D-CASH-POSTED WS-D-REMIT-PAID
           MOVE ZERO   TO WS-CASH-POSTED
           MOVE SPACES TO WS-FIRST-ICN
           MOVE ZERO   TO WS-D-SVC-COUNT
           MOVE SPACES TO WS-D-SVC-LINES WS-SVC-PROC-DATE.
       2100-EXIT.
           EXIT.
       2200-PULL-REFERENCES.
               GO TO 2310-EXIT
           END-IF
           IF PCD-SUSP-PAT-CNTL-NO NOT = WS-ENTERED-PAT-CNTL-NO
           OR PCD-SUSP-CLIENT-ID NOT = WS-CLIENT-ID
               GO TO 2310-EXIT
           END-IF
           IF PCD-SUSP-RELEASED
           END-IF
           IF PCD-AR-POST-PAT-CNTL-NO
                   = WS-ENTERED-PAT-CNTL-NO (1:17)
              AND NOT PCD-AR-POST-ADJUSTMENT
              AND PCD-AR-POST-CLIENT-ID = WS-CLIENT-ID
               ADD PCD-AR-POST-AMOUNT TO WS-CASH-POSTED
               IF WS-FIRST-ICN = SPACES
                   MOVE PCD-AR-POST-ICN TO WS-FIRST-ICN
           END-READ.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-PULL-SERVICE-LINES -- BROWSE THE CLAIM'S REPOSITORY ROWS *
      **   AND KEEP THE F0 LINES OF THE LATEST PROCESSING DATE.  THE KEY *
      **   HOLDS THE DATE AS MMDDYY, SO KEY ORDER IS NOT DATE ORDER --   *
      **   EACH DATE IS WINDOWED TO CCYYMMDD (YY < 50 IS 20YY, AS IN     *
      **   PCD235) AND COMPARED.  THE REPOSITORY HOLDS NO B0, SO A BLANK *
      **   QUALIFIER IS LOOKED UP AS HC AND THEN AS AD.                  *
      **----------------------------------------------------------------*
       2600-PULL-SERVICE-LINES.
           MOVE 'N'                    TO WS-CRPM-EOF-SWITCH
           MOVE WS-ENTERED-PAT-CNTL-NO TO PCD-CRPM-PAT-CNTL-NO
           MOVE LOW-VALUES             TO PCD-CRPM-PROC-DATE
           MOVE ZERO                   TO PCD-CRPM-REC-SEQ
           MOVE ZERO                   TO WS-SVC-LATEST-DATE
           START PCD-CRPM-MASTER KEY NOT < PCD-CRPM-KEY
               INVALID KEY
                   SET WS-CRPM-END-OF-CHAIN TO TRUE
           END-START
           PERFORM 2610-SCAN-ONE-CLAIM-REC THRU 2610-EXIT
               UNTIL WS-CRPM-END-OF-CHAIN.
       2600-EXIT.
           EXIT.
       2610-SCAN-ONE-CLAIM-REC.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-CRPM-END-OF-CHAIN TO TRUE
           END-READ
           IF WS-CRPM-END-OF-CHAIN
               GO TO 2610-EXIT
           END-IF
           IF PCD-CRPM-PAT-CNTL-NO NOT = WS-ENTERED-PAT-CNTL-NO
               SET WS-CRPM-END-OF-CHAIN TO TRUE
               GO TO 2610-EXIT
           END-IF
           IF PCD-CRPM-CLIENT-ID NOT = WS-CLIENT-ID
               GO TO 2610-EXIT
           END-IF
           MOVE PCD-CRPM-PROC-DATE TO WS-SVC-DATE-X
           IF WS-SVC-DATE-X NOT NUMERIC
               MOVE ZERO TO WS-SVC-CCYYMMDD
           ELSE
               IF WS-SD-YY < 50
                   COMPUTE WS-SC-CCYY = 2000 + WS-SD-YY
               ELSE
                   COMPUTE WS-SC-CCYY = 1900 + WS-SD-YY
               END-IF
               MOVE WS-SD-MM TO WS-SC-MM
               MOVE WS-SD-DD TO WS-SC-DD
           END-IF
           IF WS-SVC-CCYYMMDD < WS-SVC-LATEST-DATE
               GO TO 2610-EXIT
           END-IF
           IF WS-SVC-CCYYMMDD > WS-SVC-LATEST-DATE
           OR WS-SVC-PROC-DATE = SPACES
               MOVE WS-SVC-CCYYMMDD    TO WS-SVC-LATEST-DATE
               MOVE PCD-CRPM-PROC-DATE TO WS-SVC-PROC-DATE
               MOVE ZERO               TO WS-D-SVC-COUNT
               MOVE SPACES             TO WS-D-SVC-LINES
           END-IF
           IF PCD-CRPM-PROC-DATE NOT = WS-SVC-PROC-DATE
               GO TO 2610-EXIT
           END-IF
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-PCDSCLAIM-REC
           IF NOT F0-REC
           OR F0-PROC-CODE = SPACES
               GO TO 2610-EXIT
           END-IF
           IF WS-D-SVC-COUNT < 99
               ADD 1 TO WS-D-SVC-COUNT
           END-IF
           IF WS-D-SVC-COUNT > 4
               GO TO 2610-EXIT
           END-IF
           MOVE WS-D-SVC-COUNT    TO WS-SVC-SUB
           MOVE F0-PROC-CODE      TO WS-D-SVC-PROC-CODE (WS-SVC-SUB)
           MOVE F0-PROC-CODE      TO PCD-PRCM-PROC-CODE
           IF F0-PROC-CODE-QUAL = SPACES
               MOVE 'HC' TO PCD-PRCM-CODE-QUAL
           ELSE
               MOVE F0-PROC-CODE-QUAL TO PCD-PRCM-CODE-QUAL
           END-IF
           PERFORM 2620-READ-PRCM THRU 2620-EXIT
           IF NOT WS-PRCM-FOUND
           AND F0-PROC-CODE-QUAL = SPACES
               MOVE F0-PROC-CODE TO PCD-PRCM-PROC-CODE
               MOVE 'AD'         TO PCD-PRCM-CODE-QUAL
               PERFORM 2620-READ-PRCM THRU 2620-EXIT
           END-IF
           MOVE F0-PROC-CODE-QUAL TO WS-D-SVC-CODE-QUAL (WS-SVC-SUB)
           IF WS-PRCM-FOUND
               MOVE PCD-PRCM-CODE-QUAL
                   TO WS-D-SVC-CODE-QUAL (WS-SVC-SUB)
               MOVE PCD-PRCM-SHORT-DESC
                   TO WS-D-SVC-DESC (WS-SVC-SUB)
           ELSE
               MOVE 'NOT ON PROCEDURE-CODE MASTER'
                   TO WS-D-SVC-DESC (WS-SVC-SUB)
           END-IF.
       2610-EXIT.
           EXIT.
       2620-READ-PRCM.
           READ PCD-PRCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-PRCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRCM-FILE-STATUS
           END-READ.
       2620-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD127'       TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE WS-ENTERED-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE 'CLAIM-360'    TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-REFM-MASTER
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-SUSP-MASTER
           CLOSE PCD-835-FILE
           CLOSE PCD-CRPM-MASTER
           CLOSE PCD-PRCM-MASTER
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
