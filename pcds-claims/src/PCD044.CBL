      **                          A BATCH TRAILER FOR THAT BATCH.  Y0  *
      **                          NOW GOES TO ALL FOUR WINDOWS LIKE    *
      **                          A0/B0/Z0.                            *
      ** RTC    10/15/26          I01 (INSTITUTIONAL) BATCHES DO NOT   *
      **                          GO ROUND-ROBIN.  A FACILITY CLAIM    *
      **                          CAN CARRY HUNDREDS OF REVENUE LINES  *
      **                          SO A D0 IN AN I01 BATCH GOES TO THE  *
      **                          WINDOW HOLDING THE FEWEST RECORDS    *
      **                          SO FAR.  INSTITUTIONAL CLAIM COUNT   *
      **                          ADDED TO THE END-OF-JOB DISPLAYS.    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD044.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CURRENT-WINDOW           PIC 9(001)  VALUE 1.
       77  WS-NEXT-WINDOW              PIC 9(001)  VALUE 1.
       77  WS-BATCH-KIND-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-INSTITUTIONAL-BATCH              VALUE 'I'.
           88  WS-NON-INSTITUTIONAL-BATCH          VALUE 'N'.
       77  WS-LIGHTEST-COUNT           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-INST-CLAIM-COUNT         PIC 9(007)  COMP  VALUE ZERO.
       77  WS-CLAIM-COUNT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WINDOW1-COUNT            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-WINDOW2-COUNT            PIC 9(007)  COMP  VALUE ZERO.
               WHEN A0-FILE-HEADER-REC
                   PERFORM 2500-WRITE-ALL-WINDOWS THRU 2500-EXIT
               WHEN B0-REC
                   IF B0-INSTITUTIONAL-BATCH
                       SET WS-INSTITUTIONAL-BATCH     TO TRUE
                   ELSE
                       SET WS-NON-INSTITUTIONAL-BATCH TO TRUE
                   END-IF
                   PERFORM 2500-WRITE-ALL-WINDOWS THRU 2500-EXIT
               WHEN D0-REC
                   PERFORM 2100-PICK-NEXT-WINDOW THRU 2100-EXIT
       2000-EXIT.
           EXIT.
       2100-PICK-NEXT-WINDOW.
           IF WS-INSTITUTIONAL-BATCH
               PERFORM 2150-PICK-LIGHTEST-WINDOW THRU 2150-EXIT
               ADD 1 TO WS-INST-CLAIM-COUNT
               ADD 1 TO WS-CLAIM-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-NEXT-WINDOW TO WS-CURRENT-WINDOW
           ADD 1 TO WS-NEXT-WINDOW
           IF WS-NEXT-WINDOW > 4
           ADD 1 TO WS-CLAIM-COUNT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-PICK-LIGHTEST-WINDOW                                   *
      **     INSTITUTIONAL CLAIMS VARY TOO MUCH IN SIZE TO SHARE OUT   *
      **     BY CLAIM COUNT.  SEND THE CLAIM TO WHICHEVER WINDOW HAS   *
      **     BEEN WRITTEN THE FEWEST RECORDS SO FAR (LOWEST NUMBER     *
      **     WINDOW ON A TIE).                                         *
      **----------------------------------------------------------------*
       2150-PICK-LIGHTEST-WINDOW.
           MOVE 1                TO WS-CURRENT-WINDOW
           MOVE WS-WINDOW1-COUNT TO WS-LIGHTEST-COUNT
           IF WS-WINDOW2-COUNT < WS-LIGHTEST-COUNT
               MOVE 2                TO WS-CURRENT-WINDOW
               MOVE WS-WINDOW2-COUNT TO WS-LIGHTEST-COUNT
           END-IF
           IF WS-WINDOW3-COUNT < WS-LIGHTEST-COUNT
               MOVE 3                TO WS-CURRENT-WINDOW
               MOVE WS-WINDOW3-COUNT TO WS-LIGHTEST-COUNT
           END-IF
           IF WS-WINDOW4-COUNT < WS-LIGHTEST-COUNT
               MOVE 4                TO WS-CURRENT-WINDOW
               MOVE WS-WINDOW4-COUNT TO WS-LIGHTEST-COUNT
           END-IF.
       2150-EXIT.
           EXIT.
       2200-WRITE-WINDOW.
           EVALUATE WS-CURRENT-WINDOW
               WHEN 1
           CLOSE PCD-WINDOW3-OUT
           CLOSE PCD-WINDOW4-OUT
           DISPLAY 'PCD044 - CLAIMS SPLIT: '   WS-CLAIM-COUNT
           DISPLAY 'PCD044 - INST CLAIMS: '    WS-INST-CLAIM-COUNT
           DISPLAY 'PCD044 - WINDOW 1 RECS: '  WS-WINDOW1-COUNT
           DISPLAY 'PCD044 - WINDOW 2 RECS: '  WS-WINDOW2-COUNT
           DISPLAY 'PCD044 - WINDOW 3 RECS: '  WS-WINDOW3-COUNT
