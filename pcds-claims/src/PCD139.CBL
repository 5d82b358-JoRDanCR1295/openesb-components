      **                          (PCDCLMOT) ENTERS THE NORMAL PCD091  *
      **                          /PCD002 PIPELINE THE MORNING THE     *
      **                          PARTNER FILE ARRIVES.                *
      ** RTC    10/15/26          ACCEPTS 837I (GS08 004010X096A1) AS  *
      **                          BATCH TYPE I01, FORMAT 4010X96.      *
      **                          CLM05 GIVES THE TYPE OF BILL; CL1,   *
      **                          DTP*434/435/096, NM1*71/72, AMT*A8   *
      **                          AND THE UB-04 HI CODE SETS BUILD     *
      **                          THE I0/I1/I2/I3 CLAIM RECORDS; EACH  *
      **                          SV2 BUILDS AN F0 PLUS ITS FR         *
      **                          REVENUE LINE.  SEGMENT PARSE NOW     *
      **                          TAKES 16 ELEMENTS SO AN HI LINE'S    *
      **                          COMPOSITES CAN BE WALKED IN ORDER.   *
      ** RTC    10/15/26          ACCEPTS 5010: GS08 005010X222A1 IS   *
      **                          FORMAT 5010X22 (BATCH 100), GS08     *
      **                          005010X224A2 IS 5010X24 (BATCH D01). *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD139.
       77  WS-SENDER-ID                PIC X(009)  VALUE SPACES.
       77  WS-RECEIVER-ID              PIC X(009)  VALUE SPACES.
       77  WS-BATCH-TYPE               PIC X(003)  VALUE '100'.
           88  WS-INSTITUTIONAL-BATCH              VALUE 'I01'.
       77  WS-FORMAT-VERS              PIC X(007)  VALUE '4010X98'.
       77  WS-LAST-NM1-QUAL            PIC X(002)  VALUE SPACES.
       77  WS-B0-PENDING-SW            PIC X(001)  VALUE 'N'.
           88  WS-CLAIM-OPEN                       VALUE 'Y'.
       77  WS-LINE-PENDING-SW          PIC X(001)  VALUE 'N'.
           88  WS-LINE-PENDING                     VALUE 'Y'.
       77  WS-INST-PENDING-SW          PIC X(001)  VALUE 'N'.
           88  WS-INST-PENDING                     VALUE 'Y'.
       77  WS-FR-PENDING-SW            PIC X(001)  VALUE 'N'.
           88  WS-FR-PENDING                       VALUE 'Y'.
       77  WS-LINE-SEQ                 PIC 9(002)  VALUE ZERO.
       77  WS-BATCH-NO                 PIC 9(002)  VALUE ZERO.
      **----------------------------------------------------------------*
       77  WS-B0-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-E0-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-F0-IMAGE                 PIC X(192)  VALUE SPACES.
      **----------------------------------------------------------------*
      **   837I ONLY -- I0-I3 WAIT WITH THE E0 FOR CL1/DTP/HI/AMT, AND   *
      **   EACH FR WAITS WITH ITS F0.  THE COUNTS SAY HOW MANY SLOTS OF  *
      **   EACH I-RECORD TABLE HAVE BEEN FILLED FOR THE CURRENT CLAIM.   *
      **----------------------------------------------------------------*
       77  WS-I0-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-I1-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-I2-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-I3-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-FR-IMAGE                 PIC X(192)  VALUE SPACES.
       77  WS-E0-DIAG-CNT              PIC 9(002)  COMP  VALUE ZERO.
       77  WS-OTH-DIAG-CNT             PIC 9(002)  COMP  VALUE ZERO.
       77  WS-OTH-PROC-CNT             PIC 9(002)  COMP  VALUE ZERO.
       77  WS-OCCUR-CNT                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-SPAN-CNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-VALUE-CNT                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-COND-CNT                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HI-SUB                   PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HI-STEP                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HI-QUAL                  PIC X(003)  VALUE SPACES.
       77  WS-HI-CODE                  PIC X(030)  VALUE SPACES.
       77  WS-HI-DATE                  PIC X(030)  VALUE SPACES.
       77  WS-HI-AMOUNT-X              PIC X(030)  VALUE SPACES.
       01  WS-HI-YMD                   PIC X(008)  VALUE SPACES.
       01  WS-HI-YMD-N REDEFINES WS-HI-YMD
                                       PIC 9(008).
       77  WS-SV2-SUB                  PIC 9(002)  COMP  VALUE ZERO.
       77  WS-CURRENT-PAT-CNTL-NO      PIC X(017)  VALUE SPACES.
       77  WS-IL-INSURED-ID            PIC X(017)  VALUE SPACES.
       77  WS-DMG-BIRTH-DATE           PIC X(008)  VALUE SPACES.
           05  WS-SEG-E7               PIC X(030).
           05  WS-SEG-E8               PIC X(030).
           05  WS-SEG-E9               PIC X(030).
           05  WS-SEG-E10              PIC X(030).
           05  WS-SEG-E11              PIC X(030).
           05  WS-SEG-E12              PIC X(030).
           05  WS-SEG-E13              PIC X(030).
           05  WS-SEG-E14              PIC X(030).
           05  WS-SEG-E15              PIC X(030).
           05  WS-SEG-E16              PIC X(030).
       01  WS-SEGMENT-ELEMENT-TABLE REDEFINES WS-SEGMENT-ELEMENTS.
           05  FILLER                  PIC X(003).
           05  WS-SEG-ELEMENT          PIC X(030)  OCCURS 16 TIMES.
       77  WS-PARSE-FIELD              PIC X(030)  VALUE SPACES.
       77  WS-PARSE-SCRATCH            PIC X(030)  VALUE SPACES.
       77  WS-PARSE-NUM                PIC 9(009)  COMP  VALUE ZERO.
               DELIMITED BY '*' OR ':' OR '~'
               INTO WS-SEG-ID WS-SEG-E1 WS-SEG-E2 WS-SEG-E3
                    WS-SEG-E4 WS-SEG-E5 WS-SEG-E6 WS-SEG-E7
                    WS-SEG-E8 WS-SEG-E9 WS-SEG-E10 WS-SEG-E11
                    WS-SEG-E12 WS-SEG-E13 WS-SEG-E14 WS-SEG-E15
                    WS-SEG-E16
           END-UNSTRING
           EVALUATE WS-SEG-ID
               WHEN 'ISA'
                   PERFORM 2700-TAKE-SV1 THRU 2700-EXIT
               WHEN 'SV3'
                   PERFORM 2750-TAKE-SV3 THRU 2750-EXIT
               WHEN 'SV2'
                   PERFORM 2770-TAKE-SV2 THRU 2770-EXIT
               WHEN 'CL1'
                   PERFORM 2560-TAKE-CL1 THRU 2560-EXIT
               WHEN 'AMT'
                   PERFORM 2570-TAKE-AMT THRU 2570-EXIT
               WHEN 'DTP'
                   PERFORM 2800-TAKE-DTP THRU 2800-EXIT
               WHEN 'TOO'
       2100-EXIT.
           EXIT.
       2200-TAKE-GS.
           EVALUATE TRUE
               WHEN WS-SEG-E8 = '004010X097'
                   MOVE 'D01'     TO WS-BATCH-TYPE
                   MOVE '4010X97' TO WS-FORMAT-VERS
               WHEN WS-SEG-E8 (1:10) = '005010X224'
                   MOVE 'D01'     TO WS-BATCH-TYPE
                   MOVE '5010X24' TO WS-FORMAT-VERS
               WHEN WS-SEG-E8 (1:10) = '005010X222'
                   MOVE '100'     TO WS-BATCH-TYPE
                   MOVE '5010X22' TO WS-FORMAT-VERS
               WHEN WS-SEG-E8 (1:10) = '004010X096'
                   MOVE 'I01'     TO WS-BATCH-TYPE
                   MOVE '4010X96' TO WS-FORMAT-VERS
               WHEN OTHER
                   MOVE '100'     TO WS-BATCH-TYPE
                   MOVE '4010X98' TO WS-FORMAT-VERS
           END-EVALUATE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'A0' TO PCDS-00-REC-TYPE
           MOVE WS-SENDER-ID       TO A0-SUB-EIN-X
                   SET WS-B0-PENDING TO TRUE
               WHEN 'IL'
                   MOVE WS-SEG-E9 (1:17) TO WS-IL-INSURED-ID
               WHEN '71'
                   IF WS-INST-PENDING
                      AND WS-SEG-E8 (1:2) = 'XX'
                       MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-SEG-E9 (1:10) TO I0-ATTEND-NPI
                       MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
                   END-IF
               WHEN '72'
                   IF WS-INST-PENDING
                      AND WS-SEG-E8 (1:2) = 'XX'
                       MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-SEG-E9 (1:10) TO I0-OPERATING-NPI
                       MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-CLAIMS-BUILT
           MOVE SPACES TO WS-E0-IMAGE
           MOVE 'E0' TO WS-E0-IMAGE (1:2)
           SET WS-E0-PENDING TO TRUE
           IF WS-INSTITUTIONAL-BATCH
               PERFORM 2550-OPEN-INST-IMAGES THRU 2550-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2550-OPEN-INST-IMAGES -- 837I CLAIM.  CLM05 IS FACILITY CODE  *
      **   : QUALIFIER : FREQUENCY, WHICH UNSTRINGS TO E5/E6/E7; THE     *
      **   FACILITY CODE AND FREQUENCY ARE THE UB-04 TYPE OF BILL.       *
      **----------------------------------------------------------------*
       2550-OPEN-INST-IMAGES.
           MOVE ZERO TO WS-E0-DIAG-CNT WS-OTH-DIAG-CNT WS-OTH-PROC-CNT
                        WS-OCCUR-CNT   WS-SPAN-CNT     WS-VALUE-CNT
                        WS-COND-CNT
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'I1' TO PCDS-00-REC-TYPE
           MOVE 01 TO I1-SUB-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO I1-PAT-CNTL-NO
           MOVE WS-PCDSCLAIM-REC TO WS-I1-IMAGE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'I2' TO PCDS-00-REC-TYPE
           MOVE 01 TO I2-SUB-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO I2-PAT-CNTL-NO
           MOVE WS-PCDSCLAIM-REC TO WS-I2-IMAGE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'I3' TO PCDS-00-REC-TYPE
           MOVE 01 TO I3-SUB-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO I3-PAT-CNTL-NO
           MOVE WS-PCDSCLAIM-REC TO WS-I3-IMAGE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'I0' TO PCDS-00-REC-TYPE
           MOVE 01 TO I0-SUB-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO I0-PAT-CNTL-NO
           MOVE WS-SEG-E5 (1:2) TO I0-TOB-FACILITY
           MOVE WS-SEG-E7 (1:1) TO I0-TOB-FREQUENCY
           MOVE ZERO TO I0-TOT-NONCOV-CHRG
           MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
           SET WS-INST-PENDING TO TRUE.
       2550-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2560-TAKE-CL1 -- ADMISSION TYPE, ADMISSION SOURCE AND         *
      **   PATIENT STATUS.   2570-TAKE-AMT -- AMT*A8 IS THE CLAIM'S      *
      **   TOTAL NON-COVERED CHARGE.                                     *
      **----------------------------------------------------------------*
       2560-TAKE-CL1.
           IF WS-INST-PENDING
               MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
               MOVE WS-SEG-E1 (1:1) TO I0-ADMIT-TYPE
               MOVE WS-SEG-E2 (1:1) TO I0-ADMIT-SOURCE
               MOVE WS-SEG-E3 (1:2) TO I0-PATIENT-STATUS
               MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
           END-IF.
       2560-EXIT.
           EXIT.
       2570-TAKE-AMT.
           IF WS-INST-PENDING
              AND WS-SEG-E1 (1:2) = 'A8'
               MOVE WS-SEG-E2 TO WS-PARSE-FIELD
               PERFORM 5100-PARSE-AMOUNT THRU 5100-EXIT
               MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
               MOVE WS-PARSE-AMOUNT TO I0-TOT-NONCOV-CHRG
               MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
           END-IF.
       2570-EXIT.
           EXIT.
       2600-TAKE-HI.
           IF WS-INST-PENDING
               PERFORM 2650-TAKE-INST-HI THRU 2650-EXIT
               GO TO 2600-EXIT
           END-IF
           IF WS-E0-PENDING
               MOVE WS-E0-IMAGE TO WS-PCDSCLAIM-REC
               MOVE WS-CURRENT-PAT-CNTL-NO TO E0-PAT-CNTL-NUM
           END-IF.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2650-TAKE-INST-HI -- AN 837I HI SEGMENT CAN CARRY ANY OF THE  *
      **   UB-04 CODE SETS.  WALK IT ONE COMPOSITE AT A TIME; THE        *
      **   QUALIFIER SAYS WHICH RECORD THE COMPOSITE FEEDS AND HOW MANY  *
      **   ELEMENTS IT TAKES (QUAL:CODE, QUAL:CODE:D8:DATE, QUAL:CODE:   *
      **   RD8:FROM-THRU, OR QUAL:CODE:::AMOUNT FOR VALUE CODES).        *
      **   DIAGNOSES FILL THE FOUR E0 SLOTS FIRST, THEN I3.              *
      **----------------------------------------------------------------*
       2650-TAKE-INST-HI.
           MOVE 1 TO WS-HI-SUB
           PERFORM 2660-TAKE-HI-COMPOSITE THRU 2660-EXIT
               UNTIL WS-HI-SUB > 16.
       2650-EXIT.
           EXIT.
       2660-TAKE-HI-COMPOSITE.
           MOVE WS-SEG-ELEMENT (WS-HI-SUB) (1:3) TO WS-HI-QUAL
           MOVE SPACES TO WS-HI-CODE WS-HI-DATE WS-HI-AMOUNT-X
           IF WS-HI-SUB < 16
               MOVE WS-SEG-ELEMENT (WS-HI-SUB + 1) TO WS-HI-CODE
           END-IF
           IF WS-HI-SUB < 14
               MOVE WS-SEG-ELEMENT (WS-HI-SUB + 3) TO WS-HI-DATE
           END-IF
           IF WS-HI-SUB < 13
               MOVE WS-SEG-ELEMENT (WS-HI-SUB + 4) TO WS-HI-AMOUNT-X
           END-IF
           MOVE WS-HI-DATE (1:8) TO WS-HI-YMD
           IF WS-HI-YMD NOT NUMERIC
               MOVE ZERO TO WS-HI-YMD-N
           END-IF
           MOVE 2 TO WS-HI-STEP
           EVALUATE WS-HI-QUAL
               WHEN 'BK '
               WHEN 'ABK'
                   MOVE WS-E0-IMAGE TO WS-PCDSCLAIM-REC
                   MOVE WS-HI-CODE (1:8) TO E0-DIAG-CODE (1)
                   MOVE WS-HI-QUAL       TO E0-DIAG-CD-QUAL
                   MOVE WS-PCDSCLAIM-REC TO WS-E0-IMAGE
                   IF WS-E0-DIAG-CNT = ZERO
                       MOVE 1 TO WS-E0-DIAG-CNT
                   END-IF
               WHEN 'BF '
               WHEN 'ABF'
                   IF WS-E0-DIAG-CNT = ZERO
                       MOVE 1 TO WS-E0-DIAG-CNT
                   END-IF
                   IF WS-E0-DIAG-CNT < 4
                       ADD 1 TO WS-E0-DIAG-CNT
                       MOVE WS-E0-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:8)
                           TO E0-DIAG-CODE (WS-E0-DIAG-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-E0-IMAGE
                   ELSE
                       IF WS-OTH-DIAG-CNT < 8
                           ADD 1 TO WS-OTH-DIAG-CNT
                           MOVE WS-I3-IMAGE TO WS-PCDSCLAIM-REC
                           MOVE WS-HI-CODE (1:8)
                               TO I3-OTHER-DIAG-CODE (WS-OTH-DIAG-CNT)
                           MOVE WS-PCDSCLAIM-REC TO WS-I3-IMAGE
                       END-IF
                   END-IF
               WHEN 'BJ '
               WHEN 'ABJ'
                   MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                   MOVE WS-HI-CODE (1:8) TO I0-ADMIT-DIAG
                   MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
               WHEN 'PR '
               WHEN 'APR'
                   MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                   IF I0-PAT-REASON-DIAG = SPACES
                       MOVE WS-HI-CODE (1:8) TO I0-PAT-REASON-DIAG
                   END-IF
                   MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
               WHEN 'DR '
                   MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                   MOVE WS-HI-CODE (1:4) TO I0-DRG-CODE
                   MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
               WHEN 'BR '
               WHEN 'BBR'
               WHEN 'CAH'
                   MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
                   MOVE WS-HI-QUAL       TO I0-PRIN-PROC-QUAL
                   MOVE WS-HI-CODE (1:7) TO I0-PRIN-PROC-CODE
                   MOVE WS-HI-YMD-N      TO I0-PRIN-PROC-DATE
                   MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE
                   MOVE 4 TO WS-HI-STEP
               WHEN 'BQ '
               WHEN 'BBQ'
                   IF WS-OTH-PROC-CNT < 5
                       ADD 1 TO WS-OTH-PROC-CNT
                       MOVE WS-I3-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:7)
                           TO I3-OTHER-PROC-CODE (WS-OTH-PROC-CNT)
                       MOVE WS-HI-YMD-N
                           TO I3-OTHER-PROC-DATE (WS-OTH-PROC-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-I3-IMAGE
                   END-IF
                   MOVE 4 TO WS-HI-STEP
               WHEN 'BH '
                   IF WS-OCCUR-CNT < 8
                       ADD 1 TO WS-OCCUR-CNT
                       MOVE WS-I1-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:2)
                           TO I1-OCCUR-CODE (WS-OCCUR-CNT)
                       MOVE WS-HI-YMD-N
                           TO I1-OCCUR-DATE (WS-OCCUR-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-I1-IMAGE
                   END-IF
                   MOVE 4 TO WS-HI-STEP
               WHEN 'BI '
                   IF WS-SPAN-CNT < 4
                       ADD 1 TO WS-SPAN-CNT
                       MOVE WS-I1-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:2)
                           TO I1-SPAN-CODE (WS-SPAN-CNT)
                       MOVE WS-HI-YMD-N
                           TO I1-SPAN-FROM-DATE (WS-SPAN-CNT)
                       MOVE WS-HI-DATE (10:8) TO WS-HI-YMD
                       IF WS-HI-YMD NOT NUMERIC
                           MOVE ZERO TO WS-HI-YMD-N
                       END-IF
                       MOVE WS-HI-YMD-N
                           TO I1-SPAN-THRU-DATE (WS-SPAN-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-I1-IMAGE
                   END-IF
                   MOVE 4 TO WS-HI-STEP
               WHEN 'BE '
                   IF WS-VALUE-CNT < 12
                       ADD 1 TO WS-VALUE-CNT
                       MOVE WS-HI-AMOUNT-X TO WS-PARSE-FIELD
                       PERFORM 5100-PARSE-AMOUNT THRU 5100-EXIT
                       MOVE WS-I2-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:2)
                           TO I2-VALUE-CODE (WS-VALUE-CNT)
                       MOVE WS-PARSE-AMOUNT
                           TO I2-VALUE-AMT (WS-VALUE-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-I2-IMAGE
                   END-IF
                   MOVE 5 TO WS-HI-STEP
               WHEN 'BG '
                   IF WS-COND-CNT < 11
                       ADD 1 TO WS-COND-CNT
                       MOVE WS-I3-IMAGE TO WS-PCDSCLAIM-REC
                       MOVE WS-HI-CODE (1:2)
                           TO I3-CONDITION-CODE (WS-COND-CNT)
                       MOVE WS-PCDSCLAIM-REC TO WS-I3-IMAGE
                   END-IF
               WHEN OTHER
                   MOVE 17 TO WS-HI-SUB
                   GO TO 2660-EXIT
           END-EVALUATE
           ADD WS-HI-STEP TO WS-HI-SUB.
       2660-EXIT.
           EXIT.
       2700-TAKE-SV1.
           PERFORM 3200-FLUSH-PENDING-LINE THRU 3200-EXIT
           PERFORM 3400-FLUSH-PENDING-E0   THRU 3400-EXIT
           SET WS-LINE-PENDING TO TRUE.
       2750-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2770-TAKE-SV2 -- 837I SERVICE LINE.  SV201 REVENUE CODE,      *
      **   SV202 HC:PROCEDURE (OPTIONAL), THEN CHARGE, UNIT BASIS,       *
      **   UNITS, UNIT RATE AND NON-COVERED CHARGE.  WHEN SV202 IS       *
      **   EMPTY EVERYTHING AFTER IT SITS ONE ELEMENT EARLIER.  THE F0   *
      **   CARRIES THE CHARGE AND UNITS, THE FR THE REVENUE CODE.        *
      **----------------------------------------------------------------*
       2770-TAKE-SV2.
           PERFORM 3200-FLUSH-PENDING-LINE THRU 3200-EXIT
           PERFORM 3400-FLUSH-PENDING-E0   THRU 3400-EXIT
           ADD 1 TO WS-LINE-SEQ
           IF WS-SEG-E2 = SPACES
               MOVE 3 TO WS-SV2-SUB
           ELSE
               MOVE 4 TO WS-SV2-SUB
           END-IF
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'FR' TO PCDS-00-REC-TYPE
           MOVE WS-LINE-SEQ TO FR-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO FR-PCN-01-17
           MOVE WS-SEG-E1 (1:4) TO FR-REVENUE-CODE
           MOVE WS-SEG-ELEMENT (WS-SV2-SUB + 3) TO WS-PARSE-FIELD
           PERFORM 5100-PARSE-AMOUNT THRU 5100-EXIT
           MOVE WS-PARSE-AMOUNT TO FR-UNIT-RATE
           MOVE WS-SEG-ELEMENT (WS-SV2-SUB + 4) TO WS-PARSE-FIELD
           PERFORM 5100-PARSE-AMOUNT THRU 5100-EXIT
           MOVE WS-PARSE-AMOUNT TO FR-NONCOV-CHRG
           MOVE WS-PCDSCLAIM-REC TO WS-FR-IMAGE
           SET WS-FR-PENDING TO TRUE
           MOVE SPACES TO WS-PCDSCLAIM-REC
           MOVE 'F0' TO PCDS-00-REC-TYPE
           MOVE WS-LINE-SEQ TO F0-SEQ-NUM
           MOVE WS-CURRENT-PAT-CNTL-NO TO F0-PAT-CNTL-NUM
           IF WS-SEG-E2 NOT = SPACES
               MOVE WS-SEG-E2 (1:2) TO F0-PROC-CODE-QUAL
               MOVE WS-SEG-E3 (1:5) TO F0-PROC-CODE
           END-IF
           MOVE WS-SEG-ELEMENT (WS-SV2-SUB) TO WS-PARSE-FIELD
           PERFORM 5100-PARSE-AMOUNT THRU 5100-EXIT
           MOVE WS-PARSE-AMOUNT TO F0-LINE-CHRG
           MOVE WS-SEG-ELEMENT (WS-SV2-SUB + 1) (1:2)
               TO F0-SERVICE-UNIT-QUAL
           MOVE WS-SEG-ELEMENT (WS-SV2-SUB + 2) TO WS-PARSE-FIELD
           PERFORM 5200-PARSE-WHOLE-NUMBER THRU 5200-EXIT
           MOVE WS-PARSE-NUM TO F0-SERVICE-UNIT
           MOVE WS-PCDSCLAIM-REC TO WS-F0-IMAGE
           SET WS-LINE-PENDING TO TRUE.
       2770-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2800-TAKE-DTP -- 472 IS THE LINE'S SERVICE DATE.  ON AN 837I  *
      **   CLAIM, BEFORE ITS FIRST LINE: 434 STATEMENT PERIOD (RD8       *
      **   FROM-THRU), 435 ADMISSION (DT CCYYMMDDHHMM OR D8), 096        *
      **   DISCHARGE HOUR (TM HHMM).                                     *
      **----------------------------------------------------------------*
       2800-TAKE-DTP.
           IF WS-SEG-E1 (1:3) = '472'
              AND WS-LINE-PENDING
               MOVE WS-SEG-E3 (1:8) TO F0-FROM-DATE-X
               MOVE WS-SEG-E3 (1:8) TO F0-THRU-DATE-X
               MOVE WS-PCDSCLAIM-REC TO WS-F0-IMAGE
               GO TO 2800-EXIT
           END-IF
           IF NOT WS-INST-PENDING
               GO TO 2800-EXIT
           END-IF
           MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
           EVALUATE WS-SEG-E1 (1:3)
               WHEN '434'
                   MOVE WS-SEG-E3 (1:8)  TO I0-STMT-FROM-DATE-X
                   IF WS-SEG-E2 (1:3) = 'RD8'
                       MOVE WS-SEG-E3 (10:8) TO I0-STMT-THRU-DATE-X
                   ELSE
                       MOVE WS-SEG-E3 (1:8)  TO I0-STMT-THRU-DATE-X
                   END-IF
               WHEN '435'
                   MOVE WS-SEG-E3 (1:8)  TO I0-ADMIT-DATE-X
                   IF WS-SEG-E2 (1:2) = 'DT'
                       MOVE WS-SEG-E3 (9:2) TO I0-ADMIT-HOUR
                   END-IF
               WHEN '096'
                   MOVE WS-SEG-E3 (1:2)  TO I0-DISCHARGE-HOUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-PCDSCLAIM-REC TO WS-I0-IMAGE.
       2800-EXIT.
           EXIT.
       2850-TAKE-TOO.
               ADD F0-LINE-CHRG TO WS-FILE-CHARGES
               MOVE 'N' TO WS-LINE-PENDING-SW
               MOVE SPACES TO WS-F0-IMAGE
           END-IF
           IF WS-FR-PENDING
               MOVE WS-FR-IMAGE TO WS-PCDSCLAIM-REC
               PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
               MOVE 'N' TO WS-FR-PENDING-SW
               MOVE SPACES TO WS-FR-IMAGE
           END-IF.
       3200-EXIT.
           EXIT.
               MOVE WS-CURRENT-PAT-CNTL-NO TO E0-PAT-CNTL-NUM
               PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
               MOVE 'N' TO WS-E0-PENDING-SW
           END-IF
           IF WS-INST-PENDING
               PERFORM 3450-FLUSH-INST-RECORDS THRU 3450-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3450-FLUSH-INST-RECORDS -- I0 ALWAYS GOES OUT ON AN 837I      *
      **   CLAIM; I1/I2/I3 ONLY WHEN THE CLAIM CARRIED SOMETHING FOR     *
      **   THEM.                                                         *
      **----------------------------------------------------------------*
       3450-FLUSH-INST-RECORDS.
           MOVE WS-I0-IMAGE TO WS-PCDSCLAIM-REC
           PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
           IF WS-OCCUR-CNT > ZERO
           OR WS-SPAN-CNT  > ZERO
               MOVE WS-I1-IMAGE TO WS-PCDSCLAIM-REC
               PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
           END-IF
           IF WS-VALUE-CNT > ZERO
               MOVE WS-I2-IMAGE TO WS-PCDSCLAIM-REC
               PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
           END-IF
           IF WS-COND-CNT     > ZERO
           OR WS-OTH-PROC-CNT > ZERO
           OR WS-OTH-DIAG-CNT > ZERO
               MOVE WS-I3-IMAGE TO WS-PCDSCLAIM-REC
               PERFORM 3000-WRITE-CLAIM-RECORD THRU 3000-EXIT
           END-IF
           MOVE 'N' TO WS-INST-PENDING-SW.
       3450-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5100-PARSE-AMOUNT / 5200 / 5300 -- SAME DIGIT-STRING PARSE    *
      **   AS PCD102'S 278 SIDE.                                         *
      **----------------------------------------------------------------*
