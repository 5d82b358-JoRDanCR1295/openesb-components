      **==============================================================*
      **                                                               *
      **    PROGRAM: PCDSPLT          SYSTEM: PCDS                     *
      **    CLAIM SPLIT-LINKAGE ROLL-UP SERVICE (CALLABLE)             *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  PCD124 SENDS A     *
      **                          CLAIM WITH MORE SERVICE LINES THAN   *
      **                          ITS RECEIVER TAKES ON ONE CLAIM AS   *
      **                          SEVERAL CHILD CLAIMS AND RECORDS     *
      **                          EACH PART ON THE PCDSPLM             *
      **                          SPLIT-LINKAGE MASTER.  REMITTANCE    *
      **                          POSTING, THE AR AND THE X0 BALANCING *
      **                          CALL HERE TO ROLL A CHILD BACK UP TO *
      **                          ITS ORIGINAL CLAIM (FUNCTION 'R'),   *
      **                          TO FIND WHICH CHILD CARRIED A LINE   *
      **                          OF THE ORIGINAL, AND TO TOTAL THE    *
      **                          CHILDREN'S CHARGES (FUNCTION 'T').   *
      **                          THE FILE STAYS OPEN BETWEEN CALLS    *
      **                          UNTIL THE CALLER SENDS FUNCTION 'C'. *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCDSPLT.
       AUTHOR.        EDI SERVICES UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-SPLK-MASTER ASSIGN TO PCDSPLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-SPLK-KEY
               FILE STATUS IS WS-SPLK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-SPLK-MASTER.
       COPY PCDSPLK.
       WORKING-STORAGE SECTION.
       COPY PCDIOER.
       77  WS-FILES-OPEN-SW            PIC X(001)  VALUE 'N'.
           88  WS-FILES-OPEN                       VALUE 'Y'.
       77  WS-SPLK-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-SPLK-FOUND                       VALUE '00'.
       77  WS-PCN-LEN                  PIC 9(003)  COMP  VALUE ZERO.
       77  WS-DASH-POS                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-WANT-PART                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PART-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       01  WS-PART-AREA.
           05  WS-PART-X               PIC X(002).
           05  WS-PART-N REDEFINES WS-PART-X
                                       PIC 9(002).
       LINKAGE SECTION.
       COPY PCDSPLA.
       PROCEDURE DIVISION USING PCD-SPLA-AREA.
       0000-MAINLINE.
           MOVE '04'   TO PCD-SPLA-RETURN-CODE
           MOVE PCD-SPLA-PAT-CNTL-NO TO PCD-SPLA-ORIG-PAT-CNTL-NO
           MOVE SPACES TO PCD-SPLA-CHILD-PAT-CNTL-NO
           MOVE ZERO   TO PCD-SPLA-PART-NO
                          PCD-SPLA-PART-COUNT
                          PCD-SPLA-CHILD-LINE-SEQ
                          PCD-SPLA-CHILD-CHARGES
                          PCD-SPLA-ORIG-CHARGE
           IF PCD-SPLA-LINE-SEQ NOT NUMERIC
               MOVE ZERO TO PCD-SPLA-LINE-SEQ
           END-IF
           IF PCD-SPLA-CLOSE
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               GOBACK
           END-IF
           IF NOT WS-FILES-OPEN
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FILES-OPEN
                   MOVE '12' TO PCD-SPLA-RETURN-CODE
               WHEN PCD-SPLA-ROLL-UP
                   PERFORM 2000-ROLL-UP THRU 2000-EXIT
               WHEN PCD-SPLA-TOTAL
                   PERFORM 2000-ROLL-UP THRU 2000-EXIT
                   IF PCD-SPLA-DONE
                       PERFORM 3000-TOTAL-PARTS THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
       1000-OPEN-FILES.
           OPEN INPUT PCD-SPLK-MASTER
           IF NOT WS-SPLK-FOUND
               MOVE 'PCDSPLM'           TO PCD-IOERR-FILE-NAME
               MOVE WS-SPLK-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-SPLIT-IO-ERROR THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-ROLL-UP -- FIRST AS A CHILD, THEN AS A SPLIT ORIGINAL.   *
      **   A NUMBER LONGER THAN 17 CAN ONLY BE A CHILD.  FOR AN          *
      **   ORIGINAL, A LINE NUMBER PASSED IS LOCATED IN ITS PART: EVERY  *
      **   PART BUT THE LAST CARRIES PCD-SPLK-LINES-PER-PART LINES.      *
      **----------------------------------------------------------------*
       2000-ROLL-UP.
           PERFORM 2100-TRY-AS-CHILD THRU 2100-EXIT
           IF PCD-SPLA-DONE
              OR PCD-SPLA-PAT-CNTL-NO (18:3) NOT = SPACES
              OR PCD-SPLA-PAT-CNTL-NO = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE PCD-SPLA-PAT-CNTL-NO TO PCD-SPLK-ORIG-PAT-CNTL-NO
           MOVE 1                    TO PCD-SPLK-PART-NO
           PERFORM 2900-READ-LINKAGE THRU 2900-EXIT
           IF NOT WS-SPLK-FOUND
               GO TO 2000-EXIT
           END-IF
           MOVE PCD-SPLK-PART-COUNT  TO PCD-SPLA-PART-COUNT
           MOVE PCD-SPLK-ORIG-CHARGE TO PCD-SPLA-ORIG-CHARGE
           MOVE '00'                 TO PCD-SPLA-RETURN-CODE
           IF PCD-SPLA-LINE-SEQ = ZERO
              OR PCD-SPLK-LINES-PER-PART = ZERO
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-WANT-PART =
               (PCD-SPLA-LINE-SEQ - 1) / PCD-SPLK-LINES-PER-PART + 1
           IF WS-WANT-PART > PCD-SPLK-PART-COUNT
               GO TO 2000-EXIT
           END-IF
           IF WS-WANT-PART NOT = 1
               MOVE WS-WANT-PART TO PCD-SPLK-PART-NO
               PERFORM 2900-READ-LINKAGE THRU 2900-EXIT
               IF NOT WS-SPLK-FOUND
                   GO TO 2000-EXIT
               END-IF
           END-IF
           MOVE PCD-SPLK-PART-NO           TO PCD-SPLA-PART-NO
           MOVE PCD-SPLK-CHILD-PAT-CNTL-NO TO PCD-SPLA-CHILD-PAT-CNTL-NO
           COMPUTE PCD-SPLA-CHILD-LINE-SEQ =
               PCD-SPLA-LINE-SEQ - PCD-SPLK-FIRST-LINE + 1.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-TRY-AS-CHILD -- A CHILD NUMBER ENDS IN A DASH AND TWO    *
      **   DIGITS.  IT IS ONLY TAKEN AS A CHILD WHEN THE LINKAGE ROW     *
      **   BEHIND IT NAMES IT, SO AN ORIGINAL THAT HAPPENS TO END THAT   *
      **   WAY IS NOT MISREAD.  THE LINE NUMBER IS ALREADY THE CHILD'S.  *
      **----------------------------------------------------------------*
       2100-TRY-AS-CHILD.
           PERFORM VARYING WS-PCN-LEN FROM 20 BY -1
                   UNTIL WS-PCN-LEN < 4
                      OR PCD-SPLA-PAT-CNTL-NO (WS-PCN-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-PCN-LEN < 4
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-DASH-POS = WS-PCN-LEN - 2
           IF WS-DASH-POS > 18
              OR PCD-SPLA-PAT-CNTL-NO (WS-DASH-POS:1) NOT = '-'
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-SPLA-PAT-CNTL-NO (WS-DASH-POS + 1:2) TO WS-PART-X
           IF WS-PART-X NOT NUMERIC
              OR WS-PART-N = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO PCD-SPLK-ORIG-PAT-CNTL-NO
           MOVE PCD-SPLA-PAT-CNTL-NO (1:WS-DASH-POS - 1)
               TO PCD-SPLK-ORIG-PAT-CNTL-NO
           MOVE WS-PART-N TO PCD-SPLK-PART-NO
           PERFORM 2900-READ-LINKAGE THRU 2900-EXIT
           IF NOT WS-SPLK-FOUND
              OR PCD-SPLK-CHILD-PAT-CNTL-NO NOT = PCD-SPLA-PAT-CNTL-NO
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-SPLK-ORIG-PAT-CNTL-NO  TO PCD-SPLA-ORIG-PAT-CNTL-NO
           MOVE PCD-SPLK-CHILD-PAT-CNTL-NO TO PCD-SPLA-CHILD-PAT-CNTL-NO
           MOVE PCD-SPLK-PART-NO           TO PCD-SPLA-PART-NO
           MOVE PCD-SPLK-PART-COUNT        TO PCD-SPLA-PART-COUNT
           MOVE PCD-SPLK-ORIG-CHARGE       TO PCD-SPLA-ORIG-CHARGE
           MOVE PCD-SPLA-LINE-SEQ          TO PCD-SPLA-CHILD-LINE-SEQ
           MOVE '00'                       TO PCD-SPLA-RETURN-CODE.
       2100-EXIT.
           EXIT.
       2900-READ-LINKAGE.
           READ PCD-SPLK-MASTER
               INVALID KEY
                   MOVE '23' TO WS-SPLK-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-SPLK-FILE-STATUS
           END-READ.
       2900-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-TOTAL-PARTS -- A PART MISSING FROM THE FILE LEAVES THE   *
      **   TOTAL SHORT, WHICH THE CALLER'S BALANCING THEN SHOWS.         *
      **----------------------------------------------------------------*
       3000-TOTAL-PARTS.
           MOVE PCD-SPLA-ORIG-PAT-CNTL-NO TO PCD-SPLK-ORIG-PAT-CNTL-NO
           PERFORM 3100-ADD-ONE-PART THRU 3100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > PCD-SPLA-PART-COUNT.
       3000-EXIT.
           EXIT.
       3100-ADD-ONE-PART.
           MOVE WS-PART-SUB TO PCD-SPLK-PART-NO
           PERFORM 2900-READ-LINKAGE THRU 2900-EXIT
           IF WS-SPLK-FOUND
               ADD PCD-SPLK-CHILD-CHARGE TO PCD-SPLA-CHILD-CHARGES
           END-IF.
       3100-EXIT.
           EXIT.
       8000-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE PCD-SPLK-MASTER
           END-IF
           MOVE 'N'  TO WS-FILES-OPEN-SW
           MOVE '00' TO PCD-SPLA-RETURN-CODE.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9100-SPLIT-IO-ERROR -- RAISE THE INCIDENT AND HAND '12'       *
      **   BACK; THE CALLER DECIDES WHETHER IT CAN GO ON WITHOUT THE     *
      **   LINKAGE.                                                      *
      **----------------------------------------------------------------*
       9100-SPLIT-IO-ERROR.
           MOVE 'PCDSPLT' TO PCD-IOERR-PROGRAM
           MOVE SPACES    TO PCD-IOERR-JOBNUM
                             PCD-IOERR-BATCH-TYPE
                             PCD-IOERR-BATCH-NUM
           CALL 'PCDIOERR' USING PCD-IOERR-AREA
           MOVE '12' TO PCD-SPLA-RETURN-CODE.
       9100-EXIT.
           EXIT.
