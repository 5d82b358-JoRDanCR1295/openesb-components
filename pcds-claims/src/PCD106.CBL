      **                          SUMMARY BY PAYER FROM THE RECORDED   *
      **                          OUTCOMES.  APPEALS AND OUTCOMES ARE  *
      **                          RECORDED ON THE PCD106M SCREEN.      *
      ** RTC    10/15/26          EACH NEW DENIAL CASE IS STAMPED     *
      **                          WITH THE CLIENT ID PCDCLNT HAS      *
      **                          RECORDED FOR THE CLAIM'S PATIENT    *
      **                          CONTROL NUMBER.                     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD106.
           05  WS-S-DECIDED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-S-OVERTURNED         PIC ZZ,ZZ9.
       COPY PCDCLNA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
               SET PCD-DNLM-OPEN           TO TRUE
               MOVE ZERO                   TO PCD-DNLM-OUTCOME-DATE
               PERFORM 2200-STAMP-DEADLINE THRU 2200-EXIT
               PERFORM 8800-STAMP-DNLM-CLIENT THRU 8800-EXIT
               WRITE PCD-DNLM-REC
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           END-PERFORM.
       4000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8800-STAMP-DNLM-CLIENT -- THE CLIENT INTAKE RECORDED FOR THE  *
      **   DENIED CLAIM; BLANK WHEN THE CLAIM WAS NEVER REGISTERED TO    *
      **   ONE.                                                          *
      **----------------------------------------------------------------*
       8800-STAMP-DNLM-CLIENT.
           MOVE 'L'         TO PCD-CLNA-FUNCTION
           MOVE 'PCD106'    TO PCD-CLNA-CALLER
           MOVE PCD-DNLM-PAT-CNTL-NO
               TO PCD-CLNA-PAT-CNTL-NO
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF PCD-CLNA-FILE-ERROR
               DISPLAY 'PCD106 - CLIENT REGISTRY UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-ID TO PCD-DNLM-CLIENT-ID.
       8800-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CLAIM-FILE
           CLOSE PCD-PAYM-MASTER
           CLOSE PCD-DNLM-MASTER
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           CLOSE PCD-WORKLIST-RPT
           DISPLAY 'PCD106 - DENIAL CASES OPENED:   ' WS-CASES-OPENED
           DISPLAY 'PCD106 - WORKLIST ITEMS AGED:   ' WS-WORKLIST-COUNT.
