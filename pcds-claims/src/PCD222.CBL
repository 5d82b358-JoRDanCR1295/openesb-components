      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD222           SYSTEM: PCDS                     *
      **    IMMUNIZATION REGISTRY ACK POSTING AND WORKLIST             *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READS THE STATE    *
      **                          REGISTRIES' HL7 ACKNOWLEDGMENTS      *
      **                          (PCDIISAK), POSTS MSA-1 AND THE      *
      **                          FIRST ERROR TEXT TO THE PCDIISL      *
      **                          MESSAGE LOG BY CONTROL ID, AND LISTS *
      **                          ERRORS AND REJECTS ON THE IIS        *
      **                          WORKLIST (PCDIISWK).                 *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD222.
       AUTHOR.        CLAIM EDIT UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-ACK-FILE      ASSIGN TO PCDIISAK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-IISL-MASTER   ASSIGN TO PCDIISL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-IISL-CONTROL-ID
               FILE STATUS IS WS-IISL-FILE-STATUS.
           SELECT PCD-REPORT-FILE   ASSIGN TO PCDIISWK
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-ACK-FILE
           RECORDING MODE IS F.
       01  FD-ACK-REC                 PIC X(400).
       FD  PCD-IISL-MASTER.
       COPY PCDIISL.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-IISL-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-IISL-FOUND                       VALUE '00'.
       77  WS-ACK-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-ACK-OPEN                         VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-ACK-CODE                 PIC X(002)  VALUE SPACES.
       77  WS-ACK-CONTROL-ID           PIC X(020)  VALUE SPACES.
       77  WS-ACK-TEXT                 PIC X(080)  VALUE SPACES.
       77  WS-ERR-TEXT                 PIC X(080)  VALUE SPACES.
       77  WS-SEGMENT-ID               PIC X(003)  VALUE SPACES.
       77  WS-COMPONENT-1              PIC X(020)  VALUE SPACES.
       77  WS-COMPONENT-2              PIC X(080)  VALUE SPACES.
       77  WS-RECORDS-READ             PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKS-ACCEPTED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKS-ERROR               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKS-REJECTED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ACKS-UNKNOWN-ID          PIC 9(007)  COMP  VALUE ZERO.
       77  WS-LINES-LISTED             PIC 9(007)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   FIELDS OF THE SEGMENT BEING READ, SPLIT ON THE "|" FIELD      *
      **   SEPARATOR.  WS-FIELD (1) IS THE FIRST FIELD AFTER THE         *
      **   SEGMENT ID -- MSA-1, ERR-1 AND SO ON.                         *
      **----------------------------------------------------------------*
       01  WS-FIELD-TABLE.
           05  WS-FIELD                PIC X(080)  OCCURS 8 TIMES.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD222 - IMMUNIZATION REGISTRY ACK WORKLIST'.
           05  FILLER                  PIC X(010)  VALUE ' RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(064)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               ' ST  PAT CNTL NO        PATIENT               DOB '.
           05  FILLER                  PIC X(050)  VALUE
               '      SVC DATE  CONTROL ID         AK  ERROR TEXT '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(001)  VALUE SPACES.
           05  WS-D-STATE              PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PAT-CNTL-NO        PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-PATIENT-NAME       PIC X(020).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-BIRTH-DATE         PIC X(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-SVC-DATE           PIC 9(008).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-CONTROL-ID         PIC X(017).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ACK-CODE           PIC X(002).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-ERROR-TEXT         PIC X(043).
       01  WS-REPORT-TOTAL.
           05  WS-T-LABEL              PIC X(034).
           05  WS-T-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(091)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-PROCESS-SEGMENT    THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-POST-ACK           THRU 3000-EXIT
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-ACK-FILE
           OPEN I-O    PCD-IISL-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 1100-READ-ACK-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-ACK-FILE.
           READ PCD-ACK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-PROCESS-SEGMENT -- THE REGISTRY RETURNS ONE ACK PER VXU, *
      **   ONE SEGMENT PER RECORD.  EACH MSH STARTS A NEW ACK; THE ONE   *
      **   BEFORE IT IS POSTED.  BATCH HEADERS AND TRAILERS ARE SKIPPED. *
      **----------------------------------------------------------------*
       2000-PROCESS-SEGMENT.
           MOVE SPACES TO WS-SEGMENT-ID
                          WS-FIELD-TABLE
           UNSTRING FD-ACK-REC DELIMITED BY '|'
               INTO WS-SEGMENT-ID
                    WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)
                    WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)
                    WS-FIELD (7) WS-FIELD (8)
           END-UNSTRING
           EVALUATE WS-SEGMENT-ID
               WHEN 'MSH'
                   PERFORM 3000-POST-ACK THRU 3000-EXIT
                   SET WS-ACK-OPEN TO TRUE
                   MOVE SPACES TO WS-ACK-CODE
                                  WS-ACK-CONTROL-ID
                                  WS-ACK-TEXT
                                  WS-ERR-TEXT
               WHEN 'MSA'
                   IF WS-ACK-OPEN
                       MOVE WS-FIELD (1) TO WS-ACK-CODE
                       MOVE WS-FIELD (2) TO WS-ACK-CONTROL-ID
                       MOVE WS-FIELD (3) TO WS-ACK-TEXT
                   END-IF
               WHEN 'ERR'
                   IF WS-ACK-OPEN
                      AND WS-ERR-TEXT = SPACES
                       PERFORM 2100-TAKE-ERROR-TEXT THRU 2100-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-ACK-FILE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-TAKE-ERROR-TEXT -- THE FIRST ERR SEGMENT EXPLAINS THE    *
      **   ACK: ITS USER MESSAGE (ERR-8) WHEN GIVEN, ELSE THE TEXT OF    *
      **   THE HL7 ERROR CODE (ERR-3, SECOND COMPONENT).                 *
      **----------------------------------------------------------------*
       2100-TAKE-ERROR-TEXT.
           IF WS-FIELD (8) NOT = SPACES
               MOVE WS-FIELD (8) TO WS-ERR-TEXT
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO WS-COMPONENT-1
                          WS-COMPONENT-2
           UNSTRING WS-FIELD (3) DELIMITED BY '^'
               INTO WS-COMPONENT-1 WS-COMPONENT-2
           END-UNSTRING
           MOVE WS-COMPONENT-2 TO WS-ERR-TEXT.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-POST-ACK -- AA ACCEPTED, AE ACCEPTED WITH ERRORS, AR     *
      **   REJECTED (CA/CE/CR THE SAME); ANY OTHER CODE IS TREATED AS AN *
      **   ERROR.  ERRORS AND REJECTS GO ON THE WORKLIST FOR THE         *
      **   PRACTICE TO CORRECT AND RESEND.                               *
      **----------------------------------------------------------------*
       3000-POST-ACK.
           IF NOT WS-ACK-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-ACK-SWITCH
           IF WS-ACK-CONTROL-ID = SPACES
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-ACKS-READ
           MOVE WS-ACK-CONTROL-ID TO PCD-IISL-CONTROL-ID
           READ PCD-IISL-MASTER
               INVALID KEY
                   MOVE '23' TO WS-IISL-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-IISL-FILE-STATUS
           END-READ
           IF NOT WS-IISL-FOUND
               ADD 1 TO WS-ACKS-UNKNOWN-ID
               DISPLAY 'PCD222 - ACK FOR UNKNOWN CONTROL ID '
                   WS-ACK-CONTROL-ID ' ' WS-ACK-CODE
               GO TO 3000-EXIT
           END-IF
           EVALUATE WS-ACK-CODE
               WHEN 'AA'
               WHEN 'CA'
                   SET PCD-IISL-ACCEPTED  TO TRUE
                   ADD 1 TO WS-ACKS-ACCEPTED
               WHEN 'AR'
               WHEN 'CR'
                   SET PCD-IISL-REJECTED  TO TRUE
                   ADD 1 TO WS-ACKS-REJECTED
               WHEN OTHER
                   SET PCD-IISL-ERROR     TO TRUE
                   ADD 1 TO WS-ACKS-ERROR
           END-EVALUATE
           MOVE WS-ACK-CODE TO PCD-IISL-ACK-CODE
           MOVE WS-RUN-DATE TO PCD-IISL-ACK-DATE
           IF WS-ERR-TEXT NOT = SPACES
               MOVE WS-ERR-TEXT TO PCD-IISL-ERROR-TEXT
           ELSE
               MOVE WS-ACK-TEXT TO PCD-IISL-ERROR-TEXT
           END-IF
           REWRITE PCD-IISL-REC
               INVALID KEY
                   DISPLAY 'PCD222 - PCDIISL REWRITE FAILED '
                       PCD-IISL-CONTROL-ID
           END-REWRITE
           IF NOT PCD-IISL-ACCEPTED
               PERFORM 3100-LIST-ACK THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-LIST-ACK.
           MOVE PCD-IISL-STATE        TO WS-D-STATE
           MOVE PCD-IISL-PAT-CNTL-NO  TO WS-D-PAT-CNTL-NO
           MOVE PCD-IISL-PATIENT-NAME TO WS-D-PATIENT-NAME
           MOVE PCD-IISL-BIRTH-DATE   TO WS-D-BIRTH-DATE
           MOVE PCD-IISL-SVC-DATE     TO WS-D-SVC-DATE
           MOVE PCD-IISL-CONTROL-ID   TO WS-D-CONTROL-ID
           MOVE PCD-IISL-ACK-CODE     TO WS-D-ACK-CODE
           MOVE PCD-IISL-ERROR-TEXT   TO WS-D-ERROR-TEXT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-LINES-LISTED.
       3100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           MOVE 'MESSAGES LISTED'                TO WS-T-LABEL
           MOVE WS-LINES-LISTED                  TO WS-T-COUNT
           WRITE PCD-REPORT-LINE FROM WS-REPORT-TOTAL
           CLOSE PCD-ACK-FILE
           CLOSE PCD-IISL-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD222 - ACK RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'PCD222 - ACKS POSTED:           ' WS-ACKS-READ
           DISPLAY 'PCD222 - ACCEPTED:              ' WS-ACKS-ACCEPTED
           DISPLAY 'PCD222 - ACCEPTED WITH ERRORS:  ' WS-ACKS-ERROR
           DISPLAY 'PCD222 - REJECTED:              ' WS-ACKS-REJECTED
           DISPLAY 'PCD222 - UNKNOWN CONTROL ID:    '
               WS-ACKS-UNKNOWN-ID.
       9000-EXIT.
           EXIT.
