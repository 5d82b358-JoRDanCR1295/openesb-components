      **                          REPORT (30/360 CONVENTION, SAME AS   *
      **                          PCD030) SO TAKEBACKS CAN BE          *
      **                          DISPUTED INSIDE THE PAYER WINDOW.    *
      ** RTC    10/15/26          A LEDGER ROW FILED AS AN EXPECTED    *
      **                          RECOUPMENT OFF A PCD232M DEMAND      *
      **                          LETTER (STATUS E) BECOMES AN         *
      **                          ORDINARY OPEN ROW WHEN ITS TAKEBACK  *
      **                          POSTS ON A PLB, KEEPING ITS          *
      **                          AUDIT-CASE LINK.  UNTIL THEN IT IS   *
      **                          NOT NETTED, BUT IS LISTED ON THE     *
      **                          AGING REPORT AS AT RISK WITH ITS     *
      **                          DEMAND AMOUNT AND AGE.               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD104.
       77  WS-POSTED-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-NETTED-COUNT             PIC 9(005)  COMP  VALUE ZERO.
       77  WS-OPEN-COUNT               PIC 9(005)  COMP  VALUE ZERO.
       77  WS-REALIZED-COUNT           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-AT-RISK-COUNT            PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   TONIGHT'S PCD084-POSTABLE DOLLARS PER PROVIDER TAX ID.        *
      **----------------------------------------------------------------*
           05  WS-A-OPEN-AMT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(002).
           05  WS-A-AGE-DAYS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-A-RISK-FLAG          PIC X(007).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           EXIT.
      **----------------------------------------------------------------*
      **   2100-POST-ONE-ADJUSTMENT -- ADD TO (OR OPEN) THE LEDGER ROW   *
      **   FOR THE PROVIDER-LEVEL ADJUSTMENT.  AN EXPECTED ROW FILED OFF *
      **   A DEMAND LETTER STARTS OVER FROM THE ACTUAL TAKEBACK.         *
      **----------------------------------------------------------------*
       2100-POST-ONE-ADJUSTMENT.
           MOVE WS-PLB-PROV-TAX-ID TO PCD-RCPM-PROV-TAX-ID
               NOT INVALID KEY
                   MOVE '00' TO WS-RCPM-FILE-STATUS
           END-READ
           IF WS-RCPM-FOUND
              AND PCD-RCPM-EXPECTED
               MOVE WS-PLB-REASON-CODE TO PCD-RCPM-REASON-CODE
               MOVE ZERO               TO PCD-RCPM-ORIG-AMT
                                          PCD-RCPM-OPEN-AMT
               MOVE WS-RUN-DATE        TO PCD-RCPM-OPEN-DATE
               ADD 1 TO WS-REALIZED-COUNT
           END-IF
           IF WS-RCPM-FOUND
               ADD WS-PLB-ADJ-AMT TO PCD-RCPM-ORIG-AMT
               ADD WS-PLB-ADJ-AMT TO PCD-RCPM-OPEN-AMT
           IF WS-RCPM-END-OF-FILE
               GO TO 4000-EXIT
           END-IF
           IF PCD-RCPM-EXPECTED
               PERFORM 4300-LIST-AT-RISK THRU 4300-EXIT
               GO TO 4000-EXIT
           END-IF
           IF NOT PCD-RCPM-OPEN
               GO TO 4000-EXIT
           END-IF
       4100-EXIT.
           EXIT.
       4200-AGE-ONE-ROW.
           PERFORM 4250-AGE-DAYS THRU 4250-EXIT
           MOVE SPACES               TO WS-AGING-DETAIL
           MOVE PCD-RCPM-PROV-TAX-ID TO WS-A-TAX-ID
           MOVE PCD-RCPM-TRACE-NO    TO WS-A-TRACE-NO
           ADD 1 TO WS-OPEN-COUNT.
       4200-EXIT.
           EXIT.
       4250-AGE-DAYS.
           MOVE PCD-RCPM-OPEN-DATE (1:4) TO WS-OPEN-DATE-CCYY
           MOVE PCD-RCPM-OPEN-DATE (5:2) TO WS-OPEN-DATE-MM
           MOVE PCD-RCPM-OPEN-DATE (7:2) TO WS-OPEN-DATE-DD
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-DATE-CCYY - WS-OPEN-DATE-CCYY) * 360)
               + ((WS-RUN-DATE-MM - WS-OPEN-DATE-MM) * 30)
               + (WS-RUN-DATE-DD - WS-OPEN-DATE-DD).
       4250-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4300-LIST-AT-RISK -- A DEMAND LETTER IS ON FILE BUT THE       *
      **   TAKEBACK HAS NOT REACHED AN 835.  THE DEMAND AMOUNT IS SHOWN, *
      **   AGED FROM THE DAY THE DEMAND WAS KEYED.                       *
      **----------------------------------------------------------------*
       4300-LIST-AT-RISK.
           PERFORM 4250-AGE-DAYS THRU 4250-EXIT
           MOVE SPACES                TO WS-AGING-DETAIL
           MOVE PCD-RCPM-PROV-TAX-ID  TO WS-A-TAX-ID
           MOVE PCD-RCPM-TRACE-NO     TO WS-A-TRACE-NO
           MOVE PCD-RCPM-REASON-CODE  TO WS-A-REASON
           MOVE PCD-RCPM-EXPECTED-AMT TO WS-A-OPEN-AMT
           MOVE WS-AGE-DAYS           TO WS-A-AGE-DAYS
           MOVE 'AT RISK'             TO WS-A-RISK-FLAG
           MOVE WS-AGING-DETAIL       TO PCD-AGING-LINE
           WRITE PCD-AGING-LINE
           ADD 1 TO WS-AT-RISK-COUNT.
       4300-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-835-FILE
           CLOSE PCD-CLAIM-FILE
           DISPLAY 'PCD104 - UNPARSEABLE PLB AMOUNTS: '
               WS-UNPARSED-COUNT
           DISPLAY 'PCD104 - LEDGER ROWS NETTED:     ' WS-NETTED-COUNT
           DISPLAY 'PCD104 - OPEN ROWS AGED:         ' WS-OPEN-COUNT
           DISPLAY 'PCD104 - EXPECTED ROWS REALIZED: ' WS-REALIZED-COUNT
           DISPLAY 'PCD104 - EXPECTED ROWS AT RISK:  ' WS-AT-RISK-COUNT.
       9000-EXIT.
           EXIT.
