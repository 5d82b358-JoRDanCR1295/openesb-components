      **                          TO NET -- THE ONES THAT NEVER GOT    *
      **                          CLOSED OUT -- GO ON THE PCDE4EXC     *
      **                          EXCEPTION LIST.                      *
      ** RTC    10/15/26          EVERY RV/NT ENTRY IS NOW STAMPED    *
      **                          WITH THE CLIENT PCDCLNT HAS         *
      **                          RECORDED FOR ITS PATIENT CONTROL    *
      **                          NUMBER, SO PCD127'S PER-CLIENT CASH *
      **                          TOTALS PICK UP REVERSALS AND        *
      **                          NETTING.                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD144.
       01  PCD-EXCEPT-LINE            PIC X(080).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDCLNA.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-POST-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           END-IF
           COMPUTE PCD-AR-POST-AMOUNT
               = ZERO - WS-PT-AMOUNT (WS-POST-SUB)
           PERFORM 8800-STAMP-AR-CLIENT THRU 8800-EXIT
           MOVE PCD-AR-POST-REC         TO PCD-POST-OUT-REC
           WRITE PCD-POST-OUT-REC
           ADD 1 TO WS-NET-ENTRIES.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-STAMP-AR-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE    *
      **   CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO ONE.      *
      **----------------------------------------------------------------*
       8800-STAMP-AR-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD144'    TO PCD-CLNA-CALLER
           MOVE PCD-AR-POST-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD144 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-AR-POST-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-POST-IN
           CLOSE PCD-POST-OUT
           CLOSE PCD-EXCEPT-RPT
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           DISPLAY 'PCD144 - NET/REVERSAL ENTRIES:  ' WS-NET-ENTRIES
           DISPLAY 'PCD144 - ORIGINALS NOT CLOSED:  '
               WS-EXCEPTION-COUNT.
