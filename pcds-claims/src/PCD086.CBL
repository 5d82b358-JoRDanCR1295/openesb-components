      **                          AN OPTIONAL PAT-CNTL-NO/HCPCS ENTRY  *
      **                          STILL DRILLS INTO ONE PCDDMEC        *
      **                          CERTIFICATION ROW.                   *
      ** RTC    10/15/26          A DME CERTIFICATION DRILL-DOWN NOW   *
      **                          NEEDS THE OPERATOR ID KEYED ON THE   *
      **                          SCREEN, AND EVERY CERTIFICATION      *
      **                          SHOWN IS LOGGED THROUGH PCDDISC TO   *
      **                          THE PCDDISL PHI ACCESS LOG.  ONE     *
      **                          THAT CANNOT BE LOGGED IS NOT SHOWN.  *
      ** RTC    10/15/26          THE OPERATOR NOW ALSO KEYS A CLIENT  *
      **                          ID, CHECKED AGAINST THE PCDCLRG      *
      **                          REGISTRY THROUGH PCDCLNT.  A JOB OR  *
      **                          DME CERTIFICATION BELONGING TO       *
      **                          ANOTHER CLIENT READS AS NOT FOUND,   *
      **                          AND THE DME HOLD COUNT TAKES ONLY    *
      **                          THE CLIENT'S OWN SUSPENSE ITEMS.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD086.
       FD  PCD-SUSPENSE-FILE.
       COPY PCDSUSP.
       WORKING-STORAGE SECTION.
       COPY PCDDISA.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       77  WS-JOBST-STATUS               PIC X(002)  VALUE SPACES.
       77  WS-DME-HCPCS-ENTRY            PIC X(005)  VALUE SPACES.
       77  WS-D-CKPT-STATUS-TEXT         PIC X(011)  VALUE SPACES.
       77  WS-MESSAGE-LINE               PIC X(050)  VALUE SPACES.
       77  WS-OPERATOR-ID                PIC X(008)  VALUE SPACES.
       77  WS-SUSP-EOF-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-SUSP-EOF                           VALUE 'Y'.
       77  WS-SUSP-START-STATUS          PIC X(002)  VALUE SPACES.
           88  WS-SUSP-START-OK                      VALUE '00'.
       77  WS-DME-HOLD-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-D-DME-HOLD-COUNT           PIC ZZ,ZZ9.
       77  WS-CLIENT-ID                  PIC X(006)  VALUE SPACES.
       77  WS-VERIFIED-CLIENT-ID         PIC X(006)  VALUE SPACES.
       77  WS-CLIENT-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-CLIENT-OK                          VALUE 'Y'.
       COPY PCDCLNA.
       SCREEN SECTION.
       01  SCR-DASHBOARD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 12
               VALUE 'PCD086 - JOB STATUS / CHECKPOINT / DME DASHBOARD'.
           05  LINE 02 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . .'.
           05  LINE 02 COLUMN 35
               PIC X(008) USING WS-OPERATOR-ID.
           05  LINE 02 COLUMN 45 VALUE 'CLIENT ID:'.
           05  LINE 02 COLUMN 56
               PIC X(006) USING WS-CLIENT-ID.
           05  LINE 03 COLUMN 05 VALUE 'JOBNUM (BLANK TO EXIT). . .'.
           05  LINE 03 COLUMN 35
               PIC X(008) TO WS-JOBNUM-ENTRY.
              AND WS-DME-PAT-CNTL-ENTRY = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 2050-CHECK-CLIENT THRU 2050-EXIT
               IF WS-JOBNUM-ENTRY NOT = SPACES
                  AND WS-CLIENT-OK
                   PERFORM 2100-LOOKUP-JOBST THRU 2100-EXIT
               END-IF
               IF WS-JOBNUM-ENTRY NOT = SPACES
                  AND WS-CLIENT-OK
                  AND WS-JOBST-FOUND
                   PERFORM 2200-LOOKUP-CKPT  THRU 2200-EXIT
                   PERFORM 2250-COUNT-DME-HOLDS THRU 2250-EXIT
               END-IF
               IF WS-DME-PAT-CNTL-ENTRY NOT = SPACES
                  AND WS-CLIENT-OK
                   PERFORM 2300-LOOKUP-DME   THRU 2300-EXIT
               END-IF
               DISPLAY SCR-DASHBOARD-SCREEN
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
               MOVE 'KEY A CLIENT ID TO VIEW A JOB'
                   TO WS-MESSAGE-LINE
               GO TO 2050-EXIT
           END-IF
           IF WS-CLIENT-ID = WS-VERIFIED-CLIENT-ID
               SET WS-CLIENT-OK TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'V'          TO PCD-CLNA-FUNCTION
           MOVE 'PCD086'   TO PCD-CLNA-CALLER
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
       2100-LOOKUP-JOBST.
           MOVE WS-JOBNUM-ENTRY TO PCD-JOBST-UNIQUE-JOBNUM
           READ PCD-JOBST-MASTER
           IF NOT WS-JOBST-FOUND
               MOVE 'JOBNUM NOT FOUND ON PCDJOBST'
                   TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           IF PCD-JOBST-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE '23'   TO WS-JOBST-STATUS
               MOVE SPACES TO PCD-JOBST-REC
               MOVE 'JOBNUM NOT FOUND FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2250-COUNT-DME-HOLDS -- BROWSE THE SUSPENSE MASTER FOR THE    *
      **   KEYED JOBNUM AND COUNT THE ITEMS THE PCD007 DME EDIT WROTE    *
      **   THAT NO OPERATOR HAS RELEASED YET -- THE OPERATOR'S CLIENT'S  *
      **   ITEMS ONLY.                                                   *
      **----------------------------------------------------------------*
       2250-COUNT-DME-HOLDS.
           MOVE ZERO TO WS-DME-HOLD-COUNT
               ELSE
                   IF PCD-SUSP-SOURCE-PGM = 'PCD007'
                      AND NOT PCD-SUSP-RELEASED
                      AND PCD-SUSP-CLIENT-ID = WS-CLIENT-ID
                       ADD 1 TO WS-DME-HOLD-COUNT
                   END-IF
               END-IF
       2260-EXIT.
           EXIT.
       2300-LOOKUP-DME.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'KEY YOUR OPERATOR ID TO VIEW A DME CERTIFICATION'
                   TO WS-MESSAGE-LINE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-DME-PAT-CNTL-ENTRY TO PCD-DME-PAT-CNTL-NO
           MOVE WS-DME-HCPCS-ENTRY    TO PCD-DME-HCPCS-CODE
           READ PCD-DME-MASTER
           IF NOT WS-DME-FOUND
               MOVE 'PAT-CNTL-NO/HCPCS NOT FOUND ON PCDDMEC'
                   TO WS-MESSAGE-LINE
               GO TO 2300-EXIT
           END-IF
           MOVE 'L'                 TO PCD-CLNA-FUNCTION
           MOVE 'PCD086'            TO PCD-CLNA-CALLER
           MOVE PCD-DME-PAT-CNTL-NO TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-CLIENT-ID NOT = WS-CLIENT-ID
               MOVE SPACES TO PCD-DME-CERT-REC
               MOVE 'PAT-CNTL-NO/HCPCS NOT FOUND FOR THIS CLIENT'
                   TO WS-MESSAGE-LINE
               GO TO 2300-EXIT
           END-IF
           PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
           IF PCD-DISA-LOG-ERROR
               MOVE SPACES TO PCD-DME-CERT-REC
           END-IF.
       2300-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD086'       TO PCD-DISA-CALLER
           MOVE WS-OPERATOR-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-DME-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-DME-KEY    TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-JOBST-MASTER
           CLOSE PCD-CKPT-MASTER
           CLOSE PCD-DME-MASTER
           CLOSE PCD-SUSPENSE-FILE
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       9000-EXIT.
           EXIT.
