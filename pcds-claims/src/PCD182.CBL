      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD182           SYSTEM: PCDS                     *
      **    PAYER-ID CROSSWALK MASTER MAINTENANCE                      *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  APPLIES PAYER      *
      **                          RELATIONS' TRANSACTIONS (PCDPXWTX)   *
      **                          TO THE PCDPXWM CROSSWALK MASTER.  A  *
      **                          = ADD A ROW FOR A RETIRED PAYER ID   *
      **                          AND EFFECTIVE DATE, C = CHANGE (ONLY *
      **                          THE NON-BLANK FIELDS ON THE          *
      **                          TRANSACTION REPLACE THE MASTER; ALL  *
      **                          ZEROS CLEARS THE NEW RECEIVER OR THE *
      **                          SERVICE-DATE CUTOFF), D = DELETE.    *
      **                          AN ADD MUST NAME THE NEW ID.  BAD    *
      **                          ACTIONS OR DATES, A NON-NUMERIC      *
      **                          RECEIVER ID, AN ID MAPPED TO ITSELF, *
      **                          ADDS OF AN EXISTING ROW AND          *
      **                          CHANGES/DELETES OF A MISSING ROW ARE *
      **                          REJECTED AND LISTED ON THE CONSOLE.  *
      **                          WHEN A NEW ID IS ITSELF LATER        *
      **                          RETIRED, CHANGE THE EARLIER ROWS TO  *
      **                          THE LATEST ID -- PCD181 APPLIES ONE  *
      **                          ROW PER D0.                          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD182.
       AUTHOR.        PAYER RELATIONS UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-TRANS-FILE  ASSIGN TO PCDPXWTX
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PXWM-MASTER ASSIGN TO PCDPXWM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-PXWM-KEY
               FILE STATUS IS WS-PXWM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-REC               PIC X(080).
       FD  PCD-PXWM-MASTER.
       COPY PCDPXWM.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-REC.
           05  WS-TX-ACTION            PIC X(001).
               88  WS-TX-ADD                       VALUE 'A'.
               88  WS-TX-CHANGE                    VALUE 'C'.
               88  WS-TX-DELETE                    VALUE 'D'.
           05  WS-TX-KEY.
               10  WS-TX-OLD-PAYOR-ID  PIC X(005).
               10  WS-TX-EFF-DATE      PIC X(008).
           05  WS-TX-NEW-PAYOR-ID      PIC X(005).
           05  WS-TX-NEW-PAYOR-NAME    PIC X(017).
           05  WS-TX-NEW-RECEIVER.
               10  WS-TX-NEW-REC-ID    PIC X(005).
               10  WS-TX-NEW-REC-SUB-ID
                                       PIC X(004).
           05  WS-TX-DOS-CUTOFF        PIC X(008).
           05  FILLER                  PIC X(027).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-PXWM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-PXWM-FOUND                       VALUE '00'.
       77  WS-REJECT-SWITCH            PIC X(001)  VALUE 'N'.
           88  WS-TRANS-REJECTED                   VALUE 'Y'.
       77  WS-REJECT-REASON            PIC X(030)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-ADDED               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-CHANGED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-DELETED             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-TRANS-REJECTED-CT        PIC 9(005)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-TRANS-FILE
           OPEN I-O   PCD-PXWM-MASTER
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TRANS.
           READ PCD-TRANS-FILE INTO WS-TRANS-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE 'N'    TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT
           IF NOT WS-TRANS-REJECTED
               MOVE WS-TX-OLD-PAYOR-ID TO PCD-PXWM-OLD-PAYOR-ID
               MOVE WS-TX-EFF-DATE     TO PCD-PXWM-EFF-DATE
               READ PCD-PXWM-MASTER
                   INVALID KEY
                       MOVE '23' TO WS-PXWM-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-PXWM-FILE-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN WS-TX-ADD
                       PERFORM 3000-ADD-ROW    THRU 3000-EXIT
                   WHEN WS-TX-CHANGE
                       PERFORM 4000-CHANGE-ROW THRU 4000-EXIT
                   WHEN WS-TX-DELETE
                       PERFORM 5000-DELETE-ROW THRU 5000-EXIT
               END-EVALUATE
           END-IF
           IF WS-TRANS-REJECTED
               ADD 1 TO WS-TRANS-REJECTED-CT
               DISPLAY 'PCD182 - REJECTED ' WS-TX-ACTION ' '
                   WS-TX-OLD-PAYOR-ID ' ' WS-TX-EFF-DATE ' '
                   WS-TX-NEW-PAYOR-ID ' ' WS-REJECT-REASON
           END-IF
           PERFORM 1100-READ-TRANS THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-VALIDATE-TRANS -- THE KEY IS THE RETIRED ID AND A        *
      **   NUMERIC EFFECTIVE DATE.  AN ADD MUST NAME THE NEW ID, AND A   *
      **   NEW ID MAY NOT MAP AN ID TO ITSELF.  THE RECEIVER ID PART OF  *
      **   A NEW RECEIVER MUST BE NUMERIC, AS ON THE Y0.                 *
      **----------------------------------------------------------------*
       2100-VALIDATE-TRANS.
           IF NOT WS-TX-ADD
           AND NOT WS-TX-CHANGE
           AND NOT WS-TX-DELETE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-OLD-PAYOR-ID = SPACES
           OR WS-TX-EFF-DATE NOT NUMERIC
               MOVE 'INCOMPLETE KEY' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-ADD
           AND WS-TX-NEW-PAYOR-ID = SPACES
               MOVE 'NO NEW PAYER ID' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-NEW-PAYOR-ID = WS-TX-OLD-PAYOR-ID
               MOVE 'NEW ID SAME AS OLD ID' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-NEW-RECEIVER NOT = SPACES
           AND WS-TX-NEW-REC-ID NOT NUMERIC
               MOVE 'RECEIVER ID NOT NUMERIC' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-TX-DOS-CUTOFF NOT = SPACES
           AND WS-TX-DOS-CUTOFF NOT NUMERIC
               MOVE 'NON-NUMERIC CUTOFF DATE' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       3000-ADD-ROW.
           IF WS-PXWM-FOUND
               MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES             TO PCD-PXWM-REC
           MOVE WS-TX-OLD-PAYOR-ID TO PCD-PXWM-OLD-PAYOR-ID
           MOVE WS-TX-EFF-DATE     TO PCD-PXWM-EFF-DATE
           MOVE ZERO               TO PCD-PXWM-DOS-CUTOFF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           WRITE PCD-PXWM-REC
               INVALID KEY
                   MOVE 'ADD OF EXISTING ROW' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.
       4000-CHANGE-ROW.
           IF NOT WS-PXWM-FOUND
               MOVE 'CHANGE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 6000-MOVE-TRANS-FIELDS THRU 6000-EXIT
           REWRITE PCD-PXWM-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-CHANGED
           END-REWRITE.
       4000-EXIT.
           EXIT.
       5000-DELETE-ROW.
           IF NOT WS-PXWM-FOUND
               MOVE 'DELETE OF MISSING ROW' TO WS-REJECT-REASON
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           DELETE PCD-PXWM-MASTER
               INVALID KEY
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                   SET WS-TRANS-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-DELETED
           END-DELETE.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6000-MOVE-TRANS-FIELDS -- ONLY NON-BLANK TRANSACTION FIELDS   *
      **   REPLACE THE MASTER.  A RECEIVER OF ALL ZEROS TAKES THE NEW    *
      **   RECEIVER OFF (THE ID IS REWRITTEN BUT THE CLAIM STAYS IN ITS  *
      **   BATCH); A CUTOFF OF ALL ZEROS REMOVES THE CUTOFF.             *
      **----------------------------------------------------------------*
       6000-MOVE-TRANS-FIELDS.
           IF WS-TX-NEW-PAYOR-ID NOT = SPACES
               MOVE WS-TX-NEW-PAYOR-ID   TO PCD-PXWM-NEW-PAYOR-ID
           END-IF
           IF WS-TX-NEW-PAYOR-NAME NOT = SPACES
               MOVE WS-TX-NEW-PAYOR-NAME TO PCD-PXWM-NEW-PAYOR-NAME
           END-IF
           IF WS-TX-NEW-RECEIVER = '000000000'
               MOVE SPACES               TO PCD-PXWM-NEW-RECEIVER
           ELSE
               IF WS-TX-NEW-RECEIVER NOT = SPACES
                   MOVE WS-TX-NEW-RECEIVER TO PCD-PXWM-NEW-RECEIVER
               END-IF
           END-IF
           IF WS-TX-DOS-CUTOFF NOT = SPACES
               MOVE WS-TX-DOS-CUTOFF     TO PCD-PXWM-DOS-CUTOFF
           END-IF
           MOVE WS-RUN-DATE TO PCD-PXWM-LAST-MAINT-DATE.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-TRANS-FILE
           CLOSE PCD-PXWM-MASTER
           DISPLAY 'PCD182 - TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'PCD182 - ROWS ADDED:            ' WS-ROWS-ADDED
           DISPLAY 'PCD182 - ROWS CHANGED:          ' WS-ROWS-CHANGED
           DISPLAY 'PCD182 - ROWS DELETED:          ' WS-ROWS-DELETED
           DISPLAY 'PCD182 - TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED-CT.
       9000-EXIT.
           EXIT.
