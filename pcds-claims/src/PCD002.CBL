      **                          DOWNSTREAM JOB STREAM (MEDICAL,      *
      **                          DENTAL, PHARMACY) SO EACH STREAM     *
      **                          ONLY EVER SEES ITS OWN BATCH TYPES.  *
      ** RTC    10/15/26          ADDED THE INSTITUTIONAL STREAM       *
      **                          (PCDINSOT) FOR I01 BATCHES.          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD002.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PHARM-OUT   ASSIGN TO PCDPHMOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-INST-OUT    ASSIGN TO PCDINSOT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLAIM-FILE
       FD  PCD-PHARM-OUT
           RECORDING MODE IS F.
       01  PCD-PHARM-RECORD           PIC X(192).
       FD  PCD-INST-OUT
           RECORDING MODE IS F.
       01  PCD-INST-RECORD            PIC X(192).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-ROUTE-MEDICAL                    VALUE 'M'.
           88  WS-ROUTE-DENTAL                     VALUE 'D'.
           88  WS-ROUTE-PHARMACY                   VALUE 'P'.
           88  WS-ROUTE-INSTITUTIONAL              VALUE 'I'.
           88  WS-ROUTE-UNKNOWN                    VALUE ' '.
       77  WS-MEDICAL-COUNT             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DENTAL-COUNT              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-PHARMACY-COUNT            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-INSTITUTIONAL-COUNT       PIC 9(007)  COMP  VALUE ZERO.
       77  WS-UNROUTED-COUNT            PIC 9(007)  COMP  VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT PCD-MEDICAL-OUT
           OPEN OUTPUT PCD-DENTAL-OUT
           OPEN OUTPUT PCD-PHARM-OUT
           OPEN OUTPUT PCD-INST-OUT
           PERFORM 1100-READ-CLAIM-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
                   SET WS-ROUTE-DENTAL   TO TRUE
               WHEN B0-PHARMACY-BATCH
                   SET WS-ROUTE-PHARMACY TO TRUE
               WHEN B0-INSTITUTIONAL-BATCH
                   SET WS-ROUTE-INSTITUTIONAL TO TRUE
               WHEN OTHER
                   SET WS-ROUTE-UNKNOWN  TO TRUE
           END-EVALUATE.
                   MOVE PCDS-00-RECORD TO PCD-PHARM-RECORD
                   WRITE PCD-PHARM-RECORD
                   ADD 1 TO WS-PHARMACY-COUNT
               WHEN WS-ROUTE-INSTITUTIONAL
                   MOVE PCDS-00-RECORD TO PCD-INST-RECORD
                   WRITE PCD-INST-RECORD
                   ADD 1 TO WS-INSTITUTIONAL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNROUTED-COUNT
           END-EVALUATE.
           MOVE PCDS-00-RECORD TO PCD-DENTAL-RECORD
           WRITE PCD-DENTAL-RECORD
           MOVE PCDS-00-RECORD TO PCD-PHARM-RECORD
           WRITE PCD-PHARM-RECORD
           MOVE PCDS-00-RECORD TO PCD-INST-RECORD
           WRITE PCD-INST-RECORD.
       2500-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-MEDICAL-OUT
           CLOSE PCD-DENTAL-OUT
           CLOSE PCD-PHARM-OUT
           CLOSE PCD-INST-OUT
           DISPLAY 'PCD002 - MEDICAL  RECS: ' WS-MEDICAL-COUNT
           DISPLAY 'PCD002 - DENTAL   RECS: ' WS-DENTAL-COUNT
           DISPLAY 'PCD002 - PHARMACY RECS: ' WS-PHARMACY-COUNT
           DISPLAY 'PCD002 - INSTITUT RECS: ' WS-INSTITUTIONAL-COUNT
           DISPLAY 'PCD002 - UNROUTED RECS: ' WS-UNROUTED-COUNT.
       9000-EXIT.
           EXIT.
