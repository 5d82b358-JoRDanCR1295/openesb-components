      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD175M             SYSTEM: PCDS                  *
      **    ANALYST PERSONAL WORKLIST SCREEN                           *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  THE ANALYST KEYS   *
      **                          AN ANALYST ID AND THE SCREEN WALKS   *
      **                          THAT ANALYST'S PCDWKLS WORKLIST,     *
      **                          BUILT OVERNIGHT BY PCD175, IN        *
      **                          WORKING ORDER: HIGHEST PRIORITY      *
      **                          FIRST.  EACH ITEM SHOWS ITS QUEUE,   *
      **                          KEY, DOLLARS, DAYS TO DEADLINE AND   *
      **                          WHETHER IT HAS BEEN ESCALATED, AND   *
      **                          NAMES THE SCREEN THE ITEM IS WORKED  *
      **                          ON.  N PAGES FORWARD.  KEYING A      *
      **                          DIFFERENT ANALYST ID STARTS OVER AT  *
      **                          THE TOP OF THAT WORKLIST.  ALL ENTRY *
      **                          FIELDS BLANK EXITS.                  *
      ** RTC    10/15/26          EVERY WORKLIST ITEM SHOWN IS LOGGED  *
      **                          THROUGH PCDDISC TO THE PCDDISL PHI   *
      **                          ACCESS LOG UNDER THE ANALYST ID.  AN *
      **                          ITEM THAT CANNOT BE LOGGED IS NOT    *
      **                          SHOWN.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD175M.
       AUTHOR.        CLAIMS OPERATIONS MANAGEMENT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-WKLS-FILE     ASSIGN TO PCDWKLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-WKLS-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-WKLS-FILE.
       COPY PCDWKLS.
       WORKING-STORAGE SECTION.
       COPY PCDDISA.
       77  WS-READ-STATUS                PIC X(002)  VALUE SPACES.
           88  WS-READ-OK                            VALUE '00'.
       77  WS-EXIT-SWITCH                PIC X(001)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       77  WS-BROWSE-SWITCH              PIC X(001)  VALUE 'N'.
           88  WS-BROWSE-STARTED                     VALUE 'Y'.
       77  WS-CURRENT-SWITCH             PIC X(001)  VALUE 'N'.
           88  WS-HAVE-CURRENT                       VALUE 'Y'.
           88  WS-NO-CURRENT                         VALUE 'N'.
       77  WS-COMMAND                    PIC X(001)  VALUE SPACES.
           88  WS-CMD-NEXT                           VALUE 'N' 'n'.
       77  WS-ANALYST-ENTRY              PIC X(008)  VALUE SPACES.
       77  WS-BROWSE-ANALYST-ID          PIC X(008)  VALUE SPACES.
       77  WS-MESSAGE-LINE               PIC X(050)  VALUE SPACES.
       77  WS-D-QUEUE-NAME               PIC X(020)  VALUE SPACES.
       77  WS-D-WORK-SCREEN              PIC X(020)  VALUE SPACES.
       77  WS-D-DOLLARS                  PIC ZZZ,ZZZ,ZZ9.99-.
       77  WS-D-DAYS-EDIT                PIC ----9.
       77  WS-D-DAYS-LEFT                PIC X(005)  VALUE SPACES.
       77  WS-D-PRIORITY                 PIC ZZZZ9.
       77  WS-D-SEQ-NUM                  PIC ZZZ9.
       77  WS-D-ESCALATED                PIC X(003)  VALUE SPACES.
       SCREEN SECTION.
       01  SCR-WORKLIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 15
               VALUE 'PCD175M - ANALYST WORKLIST'.
           05  LINE 02 COLUMN 05 VALUE 'ANALYST ID. . . . . .'.
           05  LINE 02 COLUMN 30
               PIC X(008) USING WS-ANALYST-ENTRY.
           05  LINE 02 COLUMN 45 VALUE 'CMD (N=NEXT):'.
           05  LINE 02 COLUMN 59
               PIC X(001) TO WS-COMMAND.
           05  LINE 04 COLUMN 05 VALUE 'WORK ORDER. . . . . .'.
           05  LINE 04 COLUMN 30
               PIC X(004) FROM WS-D-SEQ-NUM.
           05  LINE 05 COLUMN 05 VALUE 'QUEUE . . . . . . . .'.
           05  LINE 05 COLUMN 30
               PIC X(020) FROM WS-D-QUEUE-NAME.
           05  LINE 06 COLUMN 05 VALUE 'ITEM KEY. . . . . . .'.
           05  LINE 06 COLUMN 30
               PIC X(040) FROM PCD-WKLS-ITEM-KEY.
           05  LINE 07 COLUMN 05 VALUE 'PAT-CNTL-NO . . . . .'.
           05  LINE 07 COLUMN 30
               PIC X(020) FROM PCD-WKLS-PAT-CNTL-NO.
           05  LINE 08 COLUMN 05 VALUE 'PAYOR ID. . . . . . .'.
           05  LINE 08 COLUMN 30
               PIC X(005) FROM PCD-WKLS-PAYOR-ID.
           05  LINE 09 COLUMN 05 VALUE 'DOLLARS . . . . . . .'.
           05  LINE 09 COLUMN 30
               PIC X(015) FROM WS-D-DOLLARS.
           05  LINE 10 COLUMN 05 VALUE 'DAYS TO DEADLINE. . .'.
           05  LINE 10 COLUMN 30
               PIC X(005) FROM WS-D-DAYS-LEFT.
           05  LINE 11 COLUMN 05 VALUE 'PRIORITY. . . . . . .'.
           05  LINE 11 COLUMN 30
               PIC X(005) FROM WS-D-PRIORITY.
           05  LINE 12 COLUMN 05 VALUE 'ESCALATED . . . . . .'.
           05  LINE 12 COLUMN 30
               PIC X(003) FROM WS-D-ESCALATED.
           05  LINE 13 COLUMN 05 VALUE 'ASSIGNED ON . . . . .'.
           05  LINE 13 COLUMN 30
               PIC 9(008) FROM PCD-WKLS-ASSIGN-DATE.
           05  LINE 14 COLUMN 05 VALUE 'WORK IT ON. . . . . .'.
           05  LINE 14 COLUMN 30
               PIC X(020) FROM WS-D-WORK-SCREEN.
           05  LINE 16 COLUMN 05
               PIC X(050) FROM WS-MESSAGE-LINE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
               UNTIL WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PCD-WKLS-FILE
           MOVE SPACES TO PCD-WKLS-REC.
       1000-EXIT.
           EXIT.
       2000-PROCESS-INQUIRY.
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE SPACES TO WS-COMMAND
           DISPLAY SCR-WORKLIST-SCREEN
           ACCEPT  SCR-WORKLIST-SCREEN
           IF WS-ANALYST-ENTRY = SPACES
              AND WS-COMMAND = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               IF NOT WS-BROWSE-STARTED
                  OR WS-ANALYST-ENTRY NOT = WS-BROWSE-ANALYST-ID
                   PERFORM 2100-START-BROWSE THRU 2100-EXIT
               ELSE
                   PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
       2100-START-BROWSE.
           PERFORM 2500-CLEAR-DISPLAY THRU 2500-EXIT
           MOVE 'N' TO WS-BROWSE-SWITCH
           IF WS-ANALYST-ENTRY = SPACES
               MOVE 'KEY YOUR ANALYST ID' TO WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-ANALYST-ENTRY TO WS-BROWSE-ANALYST-ID
                                    PCD-WKLS-ANALYST-ID
           MOVE ZERO             TO PCD-WKLS-SEQ-NUM
           START PCD-WKLS-FILE KEY IS NOT LESS THAN PCD-WKLS-KEY
               INVALID KEY
                   MOVE '23' TO WS-READ-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-READ-STATUS
           END-START
           IF WS-READ-OK
               SET WS-BROWSE-STARTED TO TRUE
               SET WS-HAVE-CURRENT   TO TRUE
               PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT
           ELSE
               MOVE 'NO WORKLIST ITEMS FOR THAT ANALYST ID'
                   TO WS-MESSAGE-LINE
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-READ-NEXT-ITEM -- THE WORKLIST ENDS WHERE THE NEXT       *
      **   ANALYST'S ROWS BEGIN.                                         *
      **----------------------------------------------------------------*
       2200-READ-NEXT-ITEM.
           IF WS-NO-CURRENT
               MOVE 'END OF YOUR WORKLIST' TO WS-MESSAGE-LINE
               GO TO 2200-EXIT
           END-IF
           READ PCD-WKLS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-READ-STATUS
               NOT AT END
                   MOVE '00' TO WS-READ-STATUS
           END-READ
           IF NOT WS-READ-OK
              OR PCD-WKLS-ANALYST-ID NOT = WS-BROWSE-ANALYST-ID
               SET WS-NO-CURRENT TO TRUE
               PERFORM 2500-CLEAR-DISPLAY THRU 2500-EXIT
               MOVE 'END OF YOUR WORKLIST' TO WS-MESSAGE-LINE
               GO TO 2200-EXIT
           END-IF
           SET WS-HAVE-CURRENT TO TRUE
           PERFORM 2800-LOG-PHI-ACCESS THRU 2800-EXIT
           IF PCD-DISA-LOG-ERROR
               PERFORM 2500-CLEAR-DISPLAY THRU 2500-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2400-FORMAT-ITEM THRU 2400-EXIT.
       2200-EXIT.
           EXIT.
       2400-FORMAT-ITEM.
           MOVE PCD-WKLS-SEQ-NUM  TO WS-D-SEQ-NUM
           MOVE PCD-WKLS-DOLLARS  TO WS-D-DOLLARS
           MOVE PCD-WKLS-PRIORITY TO WS-D-PRIORITY
           IF PCD-WKLS-HAS-DEADLINE
               MOVE PCD-WKLS-DAYS-LEFT TO WS-D-DAYS-EDIT
               MOVE WS-D-DAYS-EDIT     TO WS-D-DAYS-LEFT
           ELSE
               MOVE 'NONE'             TO WS-D-DAYS-LEFT
           END-IF
           IF PCD-WKLS-ESCALATED
               MOVE 'YES' TO WS-D-ESCALATED
           ELSE
               MOVE 'NO'  TO WS-D-ESCALATED
           END-IF
           EVALUATE TRUE
               WHEN PCD-WKLS-SUSPENSE-QUEUE
                   MOVE 'CLAIM SUSPENSE'     TO WS-D-QUEUE-NAME
                   MOVE 'PCD085'             TO WS-D-WORK-SCREEN
               WHEN PCD-WKLS-APPEAL-QUEUE
                   MOVE 'DENIAL APPEAL'      TO WS-D-QUEUE-NAME
                   MOVE 'PCD106M'            TO WS-D-WORK-SCREEN
               WHEN PCD-WKLS-OUTLIER-QUEUE
                   MOVE 'OUTLIER REVIEW'     TO WS-D-QUEUE-NAME
                   MOVE 'PCD146M'            TO WS-D-WORK-SCREEN
               WHEN PCD-WKLS-REFUND-QUEUE
                   MOVE 'CREDIT-BAL REFUND'  TO WS-D-QUEUE-NAME
                   MOVE 'REFUND DESK'        TO WS-D-WORK-SCREEN
               WHEN OTHER
                   MOVE PCD-WKLS-QUEUE       TO WS-D-QUEUE-NAME
                   MOVE SPACES               TO WS-D-WORK-SCREEN
           END-EVALUATE.
       2400-EXIT.
           EXIT.
       2500-CLEAR-DISPLAY.
           MOVE SPACES TO WS-D-QUEUE-NAME
                          WS-D-WORK-SCREEN
                          WS-D-DAYS-LEFT
                          WS-D-ESCALATED
                          PCD-WKLS-ITEM-KEY
                          PCD-WKLS-PAT-CNTL-NO
                          PCD-WKLS-PAYOR-ID
           MOVE ZERO   TO WS-D-SEQ-NUM
                          WS-D-DOLLARS
                          WS-D-PRIORITY
                          PCD-WKLS-ASSIGN-DATE.
       2500-EXIT.
           EXIT.
       2800-LOG-PHI-ACCESS.
           MOVE 'L'            TO PCD-DISA-FUNCTION
           MOVE 'PCD175M'      TO PCD-DISA-CALLER
           MOVE WS-BROWSE-ANALYST-ID TO PCD-DISA-OPERATOR-ID
           MOVE PCD-WKLS-PAT-CNTL-NO TO PCD-DISA-PAT-CNTL-NO
           MOVE PCD-WKLS-ITEM-KEY TO PCD-DISA-ITEM-KEY
           CALL 'PCDDISC' USING PCD-DISA-AREA
           IF PCD-DISA-LOG-ERROR
               MOVE 'ACCESS LOG UNAVAILABLE - DATA NOT SHOWN'
                   TO WS-MESSAGE-LINE
           END-IF.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-WKLS-FILE
           MOVE 'C' TO PCD-DISA-FUNCTION
           CALL 'PCDDISC' USING PCD-DISA-AREA.
       9000-EXIT.
           EXIT.
