      **                          UNMATCHED-POSTING DETAIL (CASH       *
      **                          WITH NO CLAIM IN THE MONTH), SO      *
      **                          CLOSE STOPS BEING ARCHAEOLOGY.       *
      ** RTC    10/15/26          CA/WO ADJUSTMENT POSTINGS (PCD164,   *
      **                          PCD165) ARE KEPT OUT OF CASH AND     *
      **                          SHOWN IN THEIR OWN ADJUSTMENTS       *
      **                          COLUMN; OPEN IS NOW CHARGES LESS     *
      **                          CASH LESS ADJUSTMENTS.  UNMATCHED    *
      **                          DETAIL SHOWS THE POSTING TYPE.       *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD121.
       77  WS-BUCKET-COUNT             PIC 9(003)  COMP  VALUE ZERO.
       77  WS-BUCKET-SLOT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-CLAIM-CASH               PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIM-ADJ                PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-OPEN-AMT                 PIC S9(011)V99 COMP-3 VALUE ZERO.
       77  WS-UNMATCHED-COUNT          PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
           05  WS-POST-ENTRY OCCURS 5000 TIMES.
               10  WS-PT-PAT-CNTL-NO  PIC X(017).
               10  WS-PT-AMOUNT       PIC S9(009)V99 COMP-3.
               10  WS-PT-TRANS-TYPE   PIC X(002).
                   88  WS-PT-ADJUSTMENT       VALUES 'CA' 'WO'.
               10  WS-PT-MATCH-SW     PIC X(001).
                   88  WS-PT-MATCHED          VALUE 'Y'.
      **----------------------------------------------------------------*
               10  WS-BK-BATCH-TYPE   PIC X(003).
               10  WS-BK-CHARGES      PIC S9(011)V99 COMP-3.
               10  WS-BK-CASH         PIC S9(011)V99 COMP-3.
               10  WS-BK-ADJUSTMENTS  PIC S9(011)V99 COMP-3.
       01  WS-RECON-DETAIL.
           05  WS-R-PAYOR-ID           PIC X(005).
           05  FILLER                  PIC X(002).
           05  FILLER                  PIC X(002).
           05  WS-R-CASH               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002).
           05  WS-R-ADJUSTMENTS        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002).
           05  WS-R-OPEN               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-UNMATCHED-DETAIL.
           05  WS-U-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002).
           05  WS-U-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002).
           05  WS-U-TRANS-TYPE         PIC X(002).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
                   TO WS-PT-PAT-CNTL-NO (WS-POST-COUNT)
               MOVE PCD-AR-POST-AMOUNT
                   TO WS-PT-AMOUNT      (WS-POST-COUNT)
               MOVE PCD-AR-POST-TRANS-TYPE
                   TO WS-PT-TRANS-TYPE  (WS-POST-COUNT)
               MOVE 'N' TO WS-PT-MATCH-SW (WS-POST-COUNT)
           END-IF
           PERFORM 1100-READ-POST-FILE THRU 1100-EXIT.
                   TO WS-BK-BATCH-TYPE (WS-BUCKET-SLOT)
               MOVE ZERO TO WS-BK-CHARGES (WS-BUCKET-SLOT)
                            WS-BK-CASH    (WS-BUCKET-SLOT)
                            WS-BK-ADJUSTMENTS (WS-BUCKET-SLOT)
           END-IF
           IF WS-BUCKET-SLOT = ZERO
               GO TO 3100-EXIT
           END-IF
           ADD X0-CLAIM-TOT-CHRG TO WS-BK-CHARGES (WS-BUCKET-SLOT)
           PERFORM 3200-MATCH-CASH THRU 3200-EXIT
           ADD WS-CLAIM-CASH TO WS-BK-CASH (WS-BUCKET-SLOT)
           ADD WS-CLAIM-ADJ  TO WS-BK-ADJUSTMENTS (WS-BUCKET-SLOT).
       3100-EXIT.
           EXIT.
       3200-MATCH-CASH.
           MOVE ZERO TO WS-CLAIM-CASH
                        WS-CLAIM-ADJ
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
               IF NOT WS-PT-MATCHED (WS-POST-SUB)
                  AND WS-PT-PAT-CNTL-NO (WS-POST-SUB)
                       = X0-PAT-CNTL-NUM
                   IF WS-PT-ADJUSTMENT (WS-POST-SUB)
                       ADD WS-PT-AMOUNT (WS-POST-SUB) TO WS-CLAIM-ADJ
                   ELSE
                       ADD WS-PT-AMOUNT (WS-POST-SUB) TO WS-CLAIM-CASH
                   END-IF
                   MOVE 'Y' TO WS-PT-MATCH-SW (WS-POST-SUB)
               END-IF
           END-PERFORM.
           EXIT.
       4000-WRITE-RECON.
           MOVE 'PAYER  BT           CHARGES              CASH
      -        '   ADJUSTMENTS                OPEN' TO PCD-RECON-LINE
           WRITE PCD-RECON-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
                   TO WS-R-BATCH-TYPE
               MOVE WS-BK-CHARGES    (WS-BUCKET-SUB) TO WS-R-CHARGES
               MOVE WS-BK-CASH       (WS-BUCKET-SUB) TO WS-R-CASH
               MOVE WS-BK-ADJUSTMENTS (WS-BUCKET-SUB)
                   TO WS-R-ADJUSTMENTS
               COMPUTE WS-OPEN-AMT
                   = WS-BK-CHARGES     (WS-BUCKET-SUB)
                   - WS-BK-CASH        (WS-BUCKET-SUB)
                   - WS-BK-ADJUSTMENTS (WS-BUCKET-SUB)
               MOVE WS-OPEN-AMT TO WS-R-OPEN
               MOVE WS-RECON-DETAIL TO PCD-RECON-LINE
               WRITE PCD-RECON-LINE
                   MOVE WS-PT-PAT-CNTL-NO (WS-POST-SUB)
                       TO WS-U-PAT-CNTL-NO
                   MOVE WS-PT-AMOUNT (WS-POST-SUB) TO WS-U-AMOUNT
                   MOVE WS-PT-TRANS-TYPE (WS-POST-SUB)
                       TO WS-U-TRANS-TYPE
                   MOVE WS-UNMATCHED-DETAIL TO PCD-RECON-LINE
                   WRITE PCD-RECON-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
