      **                          EA/EB/EK/EM/EN RECORDS ON THE CLAIM, *
      **                          WHICH PCD033'S JOB-WIDE TALLY DOES   *
      **                          NOT DO.                              *
      ** RTC    10/15/26          ADDED THE INSTITUTIONAL FAMILY       *
      **                          (4010X96).  ONLY I01 BATCHES MAY RUN *
      **                          UNDER IT, AND AN I01 BATCH UNDER A   *
      **                          MEDICAL FORMAT IS NOW A FORMAT MIX.  *
      ** RTC    10/15/26          5010X22/5010X24 JOIN THE MEDICAL AND *
      **                          DENTAL FAMILIES ON THE HIPAA TRACK.  *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD025.
       77  WS-FORMAT-FAMILY            PIC X(001)  VALUE SPACE.
           88  WS-FORMAT-MEDICAL                   VALUE 'M'.
           88  WS-FORMAT-DENTAL                     VALUE 'D'.
           88  WS-FORMAT-INSTITUTIONAL              VALUE 'I'.
       77  WS-VERSION-TRACK            PIC X(001)  VALUE SPACE.
           88  WS-TRACK-NSF                        VALUE 'N'.
           88  WS-TRACK-HIPAA                      VALUE 'H'.
               WHEN MCDS-WEBMD-MEDICAL-30
               WHEN PCDS-320-WEBMD-PROF-100
               WHEN X12N-837-PROF-4010
               WHEN X12N-837-PROF-5010
               WHEN NSF-200-MEDICAL
                   MOVE 'M' TO WS-FORMAT-FAMILY
               WHEN DCDS-WEBMD-DENTAL-21
               WHEN DCDS-WEBMD-DENTAL-30
               WHEN PCDS-320-WEBMD-ADA-100
               WHEN X12N-837-DENTAL-4010
               WHEN X12N-837-DENTAL-5010
               WHEN NSF-200-DENTAL
                   MOVE 'D' TO WS-FORMAT-FAMILY
               WHEN X12N-837-INST-4010
                   MOVE 'I' TO WS-FORMAT-FAMILY
               WHEN OTHER
                   MOVE SPACE TO WS-FORMAT-FAMILY
           END-EVALUATE
                   MOVE 'N' TO WS-VERSION-TRACK
               WHEN X12N-837-PROF-4010
               WHEN X12N-837-DENTAL-4010
               WHEN X12N-837-INST-4010
               WHEN X12N-837-5010
                   MOVE 'H' TO WS-VERSION-TRACK
               WHEN OTHER
                   MOVE SPACE TO WS-VERSION-TRACK
       2200-CHECK-BATCH-FAMILY.
           IF WS-FORMAT-MEDICAL
            AND (B0-DENTAL-BATCH OR B0-DENTAL-ENCOUNTERS
             OR  B0-PHARMACY-BATCH OR B0-INSTITUTIONAL-BATCH)
               MOVE SPACES                  TO PCD-SUSPENSE-REC
               MOVE B0-BATCH-TYPE           TO PCD-SUSP-BATCH-TYPE
               MOVE 'FMTMIX'                 TO PCD-SUSP-REASON-CODE
               MOVE 'NON-DENTAL BATCH TYPE UNDER DENTAL FORMAT'
                                             TO PCD-SUSP-REASON-TEXT
               PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
           END-IF
           IF WS-FORMAT-INSTITUTIONAL
            AND NOT B0-INSTITUTIONAL-BATCH
               MOVE SPACES                  TO PCD-SUSPENSE-REC
               MOVE B0-BATCH-TYPE           TO PCD-SUSP-BATCH-TYPE
               MOVE 'FMTMIX'                 TO PCD-SUSP-REASON-CODE
               MOVE 'NON-INSTITUTIONAL BATCH UNDER INST FORMAT'
                                             TO PCD-SUSP-REASON-TEXT
               PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
