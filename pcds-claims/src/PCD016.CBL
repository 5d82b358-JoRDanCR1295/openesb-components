      **                          AND PAYER-AMOUNT COMPONENTS.  ANY    *
      **                          CLAIM THAT DOES NOT FOOT IS LISTED   *
      **                          WITH ITS VARIANCE AMOUNT.            *
      ** RTC    10/15/26          A CLAIM PCD124 SPLIT AT THE          *
      **                          RECEIVER'S SERVICE-LINE LIMIT IS     *
      **                          ALSO CHECKED PART BY PART: THE       *
      **                          CHARGES OF ITS CHILD CLAIMS,         *
      **                          TOTALLED BY PCDSPLT FROM THE PCDSPLM *
      **                          LINKAGE, MUST FOOT TO THE ORIGINAL   *
      **                          X0 TOTAL CHARGE.                     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD016.
           05  WS-D-REASON             PIC X(020).
           05  FILLER                  PIC X(002).
           05  WS-D-VARIANCE           PIC -ZZZ,ZZ9.99.
       COPY PCDSPLA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
                   WS-LINE-CHRG-TOTAL - X0-CLAIM-TOT-CHRG
               MOVE 'F0 VS X0 TOT CHRG' TO WS-D-REASON
               PERFORM 2300-WRITE-VARIANCE THRU 2300-EXIT
           END-IF
           PERFORM 2150-CHECK-SPLIT-PARTS THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2150-CHECK-SPLIT-PARTS -- A CLAIM PCD124 SENT AS SEVERAL      *
      **   CHILD CLAIMS MUST STILL FOOT TO ITS OWN X0 TOTAL CHARGE.      *
      **----------------------------------------------------------------*
       2150-CHECK-SPLIT-PARTS.
           MOVE 'T'                    TO PCD-SPLA-FUNCTION
           MOVE 'PCD016'               TO PCD-SPLA-CALLER
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-SPLA-PAT-CNTL-NO
           MOVE ZERO                   TO PCD-SPLA-LINE-SEQ
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           IF PCD-SPLA-FILE-ERROR
               DISPLAY 'PCD016 - SPLIT LINKAGE UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF NOT PCD-SPLA-DONE
               GO TO 2150-EXIT
           END-IF
           IF PCD-SPLA-CHILD-CHARGES NOT = X0-CLAIM-TOT-CHRG
               MOVE SPACES              TO WS-REPORT-DETAIL
               COMPUTE WS-VARIANCE-AMOUNT =
                   PCD-SPLA-CHILD-CHARGES - X0-CLAIM-TOT-CHRG
               MOVE 'SPLIT PARTS VS X0' TO WS-D-REASON
               PERFORM 2300-WRITE-VARIANCE THRU 2300-EXIT
           END-IF.
       2150-EXIT.
           EXIT.
       2200-CHECK-ALLOWED-AMT.
           COMPUTE WS-VARIANCE-AMOUNT =
               XA-ALLOW-AMT
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-REPORT-FILE
           MOVE 'C' TO PCD-SPLA-FUNCTION
           CALL 'PCDSPLT' USING PCD-SPLA-AREA
           DISPLAY 'PCD016 - CLAIM FINANCIAL VARIANCES REPORTED: '
               WS-VARIANCE-COUNT.
       9000-EXIT.
