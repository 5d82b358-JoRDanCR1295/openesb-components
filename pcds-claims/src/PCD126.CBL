      **                          WITH LINE-ITEM DETAIL AND THE        *
      **                          MINIMUM APPLIED WHERE USAGE RATES    *
      **                          BELOW IT.                            *
      ** RTC    10/15/26          INVOICING BY CLIENT.  COLUMNS 5-10   *
      **                          OF THE PCDINVP CARD MAY NAME A       *
      **                          CLIENT ID (CHECKED AGAINST THE       *
      **                          PCDCLRG REGISTRY THROUGH PCDCLNT);   *
      **                          ONLY JOBS WHOSE PCDJOBST ROW CARRIES *
      **                          THAT CLIENT ARE RATED, EACH INVOICE  *
      **                          NAMES THE CLIENT, AND A PARTNER WITH *
      **                          NO USAGE FOR THE CLIENT GETS NO      *
      **                          INVOICE (SO NO MINIMUM).  *MULTI     *
      **                          INVOICES THE JOBS THAT MIXED         *
      **                          CLIENTS.  A BLANK CLIENT IS THE      *
      **                          ALL-CLIENT RUN, AS BEFORE.           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD126.
       77  WS-LINE-AMT                 PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-INVOICE-TOTAL            PIC S9(009)V99 COMP-3 VALUE ZERO.
       77  WS-INVOICES-BUILT           PIC 9(003)  COMP  VALUE ZERO.
       77  WS-INVOICE-CLIENT-ID        PIC X(006)  VALUE SPACES.
           88  WS-ALL-CLIENTS                      VALUE SPACES.
           88  WS-MULTI-CLIENT-RUN                 VALUE '*MULTI'.
       77  WS-INVOICE-CLIENT-NAME      PIC X(030)  VALUE SPACES.
       COPY PCDCLNA.
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 100 TIMES.
               10  WS-PA-SUB-EIN      PIC 9(009).
      **----------------------------------------------------------------*
      **   1000-INITIALIZE -- THE INVOICE MONTH COMES OFF THE PCDINVP    *
      **   CARD (MMYY); WITH NO CARD THE RUN DATE'S OWN MONTH IS         *
      **   INVOICED.  COLUMNS 5-10 NAME THE CLIENT FOR A CLIENT RUN.     *
      **----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE FD-PARM-REC (1:2) TO WS-INVOICE-MM
               MOVE FD-PARM-REC (3:2) TO WS-INVOICE-YY
           END-IF
           IF NOT WS-PARM-END-OF-FILE
               MOVE FD-PARM-REC (5:6) TO WS-INVOICE-CLIENT-ID
           END-IF
           CLOSE PCD-PARM-FILE
           PERFORM 1200-CHECK-CLIENT THRU 1200-EXIT
           OPEN INPUT  PCD-PRSC-FILE
           OPEN INPUT  PCD-JOBST-MASTER
           OPEN OUTPUT PCD-INVOICE-FILE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-CHECK-CLIENT.
           IF WS-ALL-CLIENTS
               GO TO 1200-EXIT
           END-IF
           IF WS-MULTI-CLIENT-RUN
               MOVE 'MULTIPLE CLIENTS' TO WS-INVOICE-CLIENT-NAME
               GO TO 1200-EXIT
           END-IF
           MOVE 'V'                  TO PCD-CLNA-FUNCTION
           MOVE 'PCD126'             TO PCD-CLNA-CALLER
           MOVE WS-INVOICE-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF NOT PCD-CLNA-DONE
               DISPLAY 'PCD126 - CLIENT ' WS-INVOICE-CLIENT-ID
                   ' NOT ON THE CLIENT REGISTRY - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-NAME TO WS-INVOICE-CLIENT-NAME
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       1200-EXIT.
           EXIT.
       2000-LOAD-SCHEDULE.
           IF WS-PARTNER-COUNT = 100
               DISPLAY 'PCD126 - PARTNER TABLE FULL AT 100 - '
            OR PCD-JOBST-PROC-DATE (5:2) NOT = WS-INVOICE-YY
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-ALL-CLIENTS
              AND PCD-JOBST-CLIENT-ID NOT = WS-INVOICE-CLIENT-ID
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-PARTNER-SLOT
           PERFORM VARYING WS-PARTNER-SUB FROM 1 BY 1
                   UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT
       4000-EXIT.
           EXIT.
       4100-BUILD-ONE-INVOICE.
           IF NOT WS-ALL-CLIENTS
              AND WS-PA-NORM-CLAIMS  (WS-PARTNER-SUB) = ZERO
              AND WS-PA-RESUB-CLAIMS (WS-PARTNER-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO PCD-INVOICE-LINE
           STRING '*** PCDS SERVICE INVOICE - ' DELIMITED BY SIZE
                  WS-PA-SUB-NAME (WS-PARTNER-SUB) DELIMITED BY SIZE
                  ' ***' DELIMITED BY SIZE
               INTO PCD-INVOICE-LINE
           WRITE PCD-INVOICE-LINE
           IF NOT WS-ALL-CLIENTS
               MOVE SPACES TO PCD-INVOICE-LINE
               STRING 'CLIENT: ' DELIMITED BY SIZE
                      WS-INVOICE-CLIENT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INVOICE-CLIENT-NAME DELIMITED BY SIZE
                   INTO PCD-INVOICE-LINE
               WRITE PCD-INVOICE-LINE
           END-IF
           MOVE ZERO TO WS-INVOICE-TOTAL
           COMPUTE WS-LINE-AMT
               = WS-PA-NORM-CLAIMS (WS-PARTNER-SUB)
           CLOSE PCD-INVOICE-FILE
           DISPLAY 'PCD126 - INVOICE MONTH (MMYY): ' WS-INVOICE-MM
               WS-INVOICE-YY
           DISPLAY 'PCD126 - INVOICE CLIENT:       '
               WS-INVOICE-CLIENT-ID
           DISPLAY 'PCD126 - PARTNERS ON SCHEDULE: ' WS-PARTNER-COUNT
           DISPLAY 'PCD126 - INVOICES BUILT:       '
               WS-INVOICES-BUILT.
