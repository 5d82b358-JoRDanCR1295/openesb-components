      **                          PCDXMTRP ASSIGNMENT LISTING SHOWS    *
      **                          SLOT, RECEIVER, DATASET PATTERN,     *
      **                          WINDOW AND PER-FILE TOTALS.          *
      ** RTC    10/15/26          A RECEIVER FILE CARRYING P01         *
      **                          PHARMACY BATCHES IS MARKED NCPDP D.0 *
      **                          ON THE PCDXMTRP LISTING -- PCD149    *
      **                          MUST BE RUN AGAINST IT AS WELL AS    *
      **                          PCD124.  LISTING LINE WIDENED TO     *
      **                          100 SO THE NOTE COLUMN (PAST BYTE    *
      **                          80) IS NO LONGER CUT OFF.            *
      ** RTC    10/15/26          A RECEIVER FILE WITH ANY CLAIM       *
      **                          ATTACHMENT GOING ELECTRONICALLY (E0  *
      **                          OR EW TRANSMISSION CODE EL) IS       *
      **                          MARKED X12 275 ON THE LISTING --     *
      **                          PCD173 MUST BE RUN AGAINST IT TO     *
      **                          SEND THE DOCUMENTS TO THE SAME       *
      **                          RECEIVER.                            *
      ** RTC    10/15/26          A RECEIVER WHOSE PCDXMTP PROFILE IS  *
      **                          MARKED PAPER-ONLY GETS NO OUTPUT     *
      **                          SLOT -- ITS BATCHES GO WHOLE (B0     *
      **                          THRU Y0) TO THE PCDPAPR              *
      **                          DROP-TO-PAPER FILE FOR PCD189 TO     *
      **                          PRINT AS CMS-1500 OR ADA CLAIM       *
      **                          FORMS.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD101.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-SPILL-FILE  ASSIGN TO PCDXMTSP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PAPER-FILE  ASSIGN TO PCDPAPR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       01  FD-ALERT-REC               PIC X(128).
       FD  PCD-LISTING-FILE
           RECORDING MODE IS F.
       01  PCD-LISTING-LINE           PIC X(100).
       FD  PCD-XMT01-FILE
           RECORDING MODE IS F.
       01  PCD-XMT01-RECORD           PIC X(192).
       FD  PCD-SPILL-FILE
           RECORDING MODE IS F.
       01  PCD-SPILL-RECORD           PIC X(192).
       FD  PCD-PAPER-FILE
           RECORDING MODE IS F.
       01  PCD-PAPER-RECORD           PIC X(192).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDXMTP.
       77  WS-UNMAPPED-BATCH-COUNT     PIC 9(005)  COMP  VALUE ZERO.
       77  WS-SPILL-REC-COUNT          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ALERT-COUNT              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PAPER-BATCH-SW           PIC X(001)  VALUE 'N'.
           88  WS-PAPER-BATCH                      VALUE 'Y'.
       77  WS-PAPER-BATCH-COUNT        PIC 9(005)  COMP  VALUE ZERO.
       77  WS-PAPER-REC-COUNT          PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   PASS-1 MAP OF EACH BATCH (ARRIVAL ORDER) TO ITS Y0 RECEIVER.  *
      **----------------------------------------------------------------*
               10  WS-SLOT-TYPE-CD    PIC X(001).
               10  WS-SLOT-HDR-SW     PIC X(001).
                   88  WS-SLOT-HDR-WRITTEN        VALUE 'Y'.
               10  WS-SLOT-NCPDP-SW   PIC X(001).
                   88  WS-SLOT-HAS-NCPDP          VALUE 'Y'.
               10  WS-SLOT-X275-SW    PIC X(001).
                   88  WS-SLOT-HAS-X275           VALUE 'Y'.
               10  WS-SLOT-BATCHES    PIC 9(004)  COMP.
               10  WS-SLOT-RECS       PIC 9(007)  COMP.
               10  WS-SLOT-CLAIMS     PIC 9(007)  COMP.
               10  WS-PROF-WIN-START  PIC X(004).
               10  WS-PROF-WIN-END    PIC X(004).
               10  WS-PROF-TYPE-CD    PIC X(001).
               10  WS-PROF-PAPER-SW   PIC X(001).
                   88  WS-PROF-PAPER-ONLY         VALUE 'P'.
       01  WS-LISTING-DETAIL.
           05  WS-L-SLOT              PIC 9(001).
           05  FILLER                 PIC X(002).
           OPEN OUTPUT PCD-XMT07-FILE
           OPEN OUTPUT PCD-XMT08-FILE
           OPEN OUTPUT PCD-SPILL-FILE
           OPEN OUTPUT PCD-PAPER-FILE
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT
           PERFORM 1300-LOAD-ONE-PROFILE THRU 1300-EXIT
               UNTIL WS-XMTP-END-OF-FILE
                   TO WS-PROF-WIN-END   (WS-PROFILE-COUNT)
               MOVE PCD-XMTP-RECEIVER-TYPE-CD
                   TO WS-PROF-TYPE-CD   (WS-PROFILE-COUNT)
               MOVE PCD-XMTP-PAPER-ONLY-SW
                   TO WS-PROF-PAPER-SW  (WS-PROFILE-COUNT)
           END-IF
           PERFORM 1200-READ-XMTP-FILE THRU 1200-EXIT.
       1300-EXIT.
       3000-EXIT.
           EXIT.
       3100-OPEN-BATCH.
           MOVE 'N' TO WS-PAPER-BATCH-SW
           ADD 1 TO WS-BATCH-IX
           IF WS-BATCH-IX > WS-BATCH-COUNT
               ADD 1 TO WS-UNMAPPED-BATCH-COUNT
           END-IF
           MOVE WS-BATCH-RCVR (WS-BATCH-IX) TO WS-WORK-RECEIVER
           MOVE ZERO TO WS-CURRENT-SLOT
           PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
                   UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
               IF WS-PROF-RECEIVER (WS-PROFILE-SUB) = WS-WORK-RECEIVER
                AND WS-PROF-PAPER-ONLY (WS-PROFILE-SUB)
                   SET WS-PAPER-BATCH TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAPER-BATCH
               ADD 1 TO WS-PAPER-BATCH-COUNT
               GO TO 3100-EXIT
           END-IF
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               IF WS-SLOT-RECEIVER (WS-SLOT-SUB) = WS-WORK-RECEIVER
           END-IF
           IF WS-CURRENT-SLOT > ZERO
               ADD 1 TO WS-SLOT-BATCHES (WS-CURRENT-SLOT)
               IF B0-PHARMACY-BATCH
                   MOVE 'Y' TO WS-SLOT-NCPDP-SW (WS-CURRENT-SLOT)
               END-IF
               IF NOT WS-SLOT-HDR-WRITTEN (WS-CURRENT-SLOT)
                   PERFORM 3400-WRITE-SLOT-HEADER THRU 3400-EXIT
               END-IF
                   TO WS-SLOT-RECEIVER (WS-CURRENT-SLOT)
               MOVE 'N' TO WS-SLOT-PROFILE-SW (WS-CURRENT-SLOT)
               MOVE 'N' TO WS-SLOT-HDR-SW     (WS-CURRENT-SLOT)
               MOVE 'N' TO WS-SLOT-NCPDP-SW   (WS-CURRENT-SLOT)
               MOVE 'N' TO WS-SLOT-X275-SW    (WS-CURRENT-SLOT)
               MOVE ZERO TO WS-SLOT-BATCHES   (WS-CURRENT-SLOT)
                            WS-SLOT-RECS      (WS-CURRENT-SLOT)
                            WS-SLOT-CLAIMS    (WS-CURRENT-SLOT)
       3200-EXIT.
           EXIT.
       3300-WRITE-TO-SLOT.
           IF WS-PAPER-BATCH
               MOVE PCDS-00-RECORD TO PCD-PAPER-RECORD
               WRITE PCD-PAPER-RECORD
               ADD 1 TO WS-PAPER-REC-COUNT
               GO TO 3300-EXIT
           END-IF
           IF WS-CURRENT-SLOT = ZERO
               MOVE PCDS-00-RECORD TO PCD-SPILL-RECORD
               WRITE PCD-SPILL-RECORD
               ADD 1 TO WS-SLOT-SVC-LINES (WS-CURRENT-SLOT)
               ADD F0-LINE-CHRG TO WS-SLOT-CHARGES (WS-CURRENT-SLOT)
           END-IF
           IF E0-REC AND E0-ATT-TYPE-EL
               MOVE 'Y' TO WS-SLOT-X275-SW (WS-CURRENT-SLOT)
           END-IF
           IF EW-REC
               PERFORM VARYING EW-INX FROM 1 BY 1 UNTIL EW-INX > 4
                   IF EW-ATT-XMIT-CD (EW-INX) = 'EL'
                       MOVE 'Y' TO WS-SLOT-X275-SW (WS-CURRENT-SLOT)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 3500-WRITE-SLOT-RECORD THRU 3500-EXIT.
       3300-EXIT.
           EXIT.
               MOVE WS-SLOT-CHARGES   (WS-SLOT-SUB) TO WS-L-CHARGES
               IF NOT WS-SLOT-HAS-PROFILE (WS-SLOT-SUB)
                   MOVE 'NO PROFILE' TO WS-L-NOTE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-SLOT-HAS-NCPDP (WS-SLOT-SUB)
                        AND WS-SLOT-HAS-X275 (WS-SLOT-SUB)
                           MOVE 'NCPDP+275' TO WS-L-NOTE
                       WHEN WS-SLOT-HAS-NCPDP (WS-SLOT-SUB)
                           MOVE 'NCPDP D.0' TO WS-L-NOTE
                       WHEN WS-SLOT-HAS-X275 (WS-SLOT-SUB)
                           MOVE 'X12 275'   TO WS-L-NOTE
                   END-EVALUATE
               END-IF
               MOVE WS-LISTING-DETAIL TO PCD-LISTING-LINE
               WRITE PCD-LISTING-LINE
           CLOSE PCD-XMT07-FILE
           CLOSE PCD-XMT08-FILE
           CLOSE PCD-SPILL-FILE
           CLOSE PCD-PAPER-FILE
           DISPLAY 'PCD101 - RECEIVER FILES BUILT:   ' WS-SLOT-COUNT
           DISPLAY 'PCD101 - BATCHES MAPPED:         ' WS-BATCH-COUNT
           DISPLAY 'PCD101 - SUBMITTER HDRS DROPPED: '
               WS-UNMAPPED-BATCH-COUNT
           DISPLAY 'PCD101 - SPILL RECORDS WRITTEN:  '
               WS-SPILL-REC-COUNT
           DISPLAY 'PCD101 - PAPER-ONLY BATCHES:     '
               WS-PAPER-BATCH-COUNT
           DISPLAY 'PCD101 - PAPER RECORDS WRITTEN:  '
               WS-PAPER-REC-COUNT
           DISPLAY 'PCD101 - ALERTS RAISED:          ' WS-ALERT-COUNT.
       9000-EXIT.
           EXIT.
