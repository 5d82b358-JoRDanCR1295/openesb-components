      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD178              SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT CONVERSION OF EXISTING MASTER ROWS         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  ONE-TIME           *
      **                          CONVERSION RUN ONCE, AHEAD OF THE    *
      **                          FIRST NIGHTLY CHAIN THAT LOADS       *
      **                          THROUGH PCDTOKN, SO ROWS LOADED      *
      **                          BEFORE THE VAULT EXISTED STOP        *
      **                          HOLDING SOCIAL SECURITY NUMBERS IN   *
      **                          THE CLEAR.  D0 IMAGES ON PCDCRPM,    *
      **                          ALIAS INSURED IDS ON PCDEPIM AND THE *
      **                          INSURED ID ON PCDPATL ARE TOKENIZED  *
      **                          IN PLACE.  PCDACCM, PCDFHST AND      *
      **                          PCDCAPR CARRY THE ID IN THEIR KEY,   *
      **                          SO EACH CHANGED ROW IS LISTED TO THE *
      **                          PCDTKCW WORK FILE ON A FIRST PASS    *
      **                          AND RE-KEYED ON A SECOND (DELETE     *
      **                          UNDER THE OLD KEY, WRITE UNDER THE   *
      **                          NEW); WHERE A ROW ALREADY SITS UNDER *
      **                          THE NEW KEY THE TWO ARE MERGED.  A   *
      **                          TOKEN NEVER TOKENIZES AGAIN, SO A    *
      **                          RERUN AFTER AN ABEND PICKS UP WHERE  *
      **                          THE LAST RUN STOPPED.  COUNTS PER    *
      **                          FILE GO TO PCDTKCRP.                 *
      ** RTC    10/15/26          PCDENRM ADDED.  THE ENROLLMENT TEAM *
      **                          LISTS ON PCDTKES EACH NPI / TAX ID  *
      **                          PAIR BILLED UNDER AN SSN; EVERY     *
      **                          PAYER ROW OF THE PAIR IS RE-KEYED   *
      **                          UNDER THE SSN TOKEN AND MARKED TYPE *
      **                          S.  A ROW ALREADY UNDER THE TOKEN   *
      **                          IS KEPT.                            *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD178.
       AUTHOR.        DATA SECURITY UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CRPM-MASTER ASSIGN TO PCDCRPM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CRPM-KEY
               FILE STATUS IS WS-CRPM-FILE-STATUS.
           SELECT PCD-EPIM-MASTER ASSIGN TO PCDEPIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-EPIM-PERSON-ID
               FILE STATUS IS WS-EPIM-FILE-STATUS.
           SELECT PCD-PATL-MASTER ASSIGN TO PCDPATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PATL-KEY
               FILE STATUS IS WS-PATL-FILE-STATUS.
           SELECT PCD-ACCM-MASTER ASSIGN TO PCDACCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-ACCM-KEY
               FILE STATUS IS WS-ACCM-FILE-STATUS.
           SELECT PCD-FHST-MASTER ASSIGN TO PCDFHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-FHST-KEY
               FILE STATUS IS WS-FHST-FILE-STATUS.
           SELECT PCD-CAPR-MASTER ASSIGN TO PCDCAPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CAPR-KEY
               FILE STATUS IS WS-CAPR-FILE-STATUS.
           SELECT PCD-ENRM-MASTER ASSIGN TO PCDENRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-ENRM-KEY
               FILE STATUS IS WS-ENRM-FILE-STATUS.
           SELECT PCD-SSN-TIN-LIST ASSIGN TO PCDTKES
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REKEY-WORK  ASSIGN TO PCDTKCW
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-REPORT-FILE ASSIGN TO PCDTKCRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CRPM-MASTER.
       COPY PCDCRPM.
       FD  PCD-EPIM-MASTER.
       COPY PCDEPIM.
       FD  PCD-PATL-MASTER.
       COPY PCDPATL.
       FD  PCD-ACCM-MASTER.
       COPY PCDACCM.
       FD  PCD-FHST-MASTER.
       COPY PCDFHST.
       FD  PCD-CAPR-MASTER.
       COPY PCDCAPR.
       FD  PCD-ENRM-MASTER.
       COPY PCDENRM.
      **----------------------------------------------------------------*
      **   ONE CARD PER BILLING PROVIDER THE ENROLLMENT TEAM HAS ON      *
      **   PCDENRM UNDER AN SSN.  THE MASTER ROWS CARRY NO TAX ID TYPE   *
      **   FROM BEFORE THE VAULT, AND NINE DIGITS ALONE DO NOT TELL AN   *
      **   SSN FROM AN EIN.                                              *
      **----------------------------------------------------------------*
       FD  PCD-SSN-TIN-LIST
           RECORDING MODE IS F.
       01  FD-SSN-TIN-REC.
           05  FD-ST-NPI              PIC X(010).
           05  FD-ST-TAX-ID           PIC X(009).
           05  FILLER                 PIC X(061).
       FD  PCD-REKEY-WORK
           RECORDING MODE IS F.
       01  FD-REKEY-REC.
           05  FD-RK-FILE-NAME        PIC X(008).
           05  FD-RK-IMAGE            PIC X(192).
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDTOKA.
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CRPM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-EPIM-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-PATL-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-ACCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ACCM-FOUND                       VALUE '00'.
       77  WS-FHST-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-FHST-FOUND                       VALUE '00'.
       77  WS-CAPR-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CAPR-FOUND                       VALUE '00'.
       77  WS-ENRM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-ENRM-FOUND                       VALUE '00'.
       77  WS-LIST-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-LIST-END-OF-FILE                 VALUE 'Y'.
       77  WS-ENRM-DONE-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-ENRM-PROVIDER-DONE               VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-WORK-ID                  PIC X(017)  VALUE SPACES.
       77  WS-WORK-ID-TYPE             PIC X(001)  VALUE 'I'.
       77  WS-CHANGED-SW               PIC X(001)  VALUE 'N'.
           88  WS-ID-CHANGED                       VALUE 'Y'.
       77  WS-ROW-CHANGED-SW           PIC X(001)  VALUE 'N'.
           88  WS-ROW-CHANGED                      VALUE 'Y'.
       77  WS-FILE-SUB                 PIC 9(001)  COMP  VALUE ZERO.
       77  WS-ALIAS-SUB                PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DATE-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-HOLD-SUB                 PIC 9(002)  COMP  VALUE ZERO.
       77  WS-DATE-KNOWN-SW            PIC X(001)  VALUE 'N'.
           88  WS-DATE-KNOWN                       VALUE 'Y'.
      **----------------------------------------------------------------*
      **   THE OLD ROW OF A RE-KEYED MASTER, HELD ACROSS THE DELETE SO   *
      **   IT CAN BE WRITTEN OR MERGED UNDER THE NEW KEY.                *
      **----------------------------------------------------------------*
       01  WS-ACCM-HOLD.
           05  WS-HA-KEY               PIC X(026).
           05  WS-HA-DEDUCT-APPLIED    PIC S9(009)V99 COMP-3.
           05  WS-HA-COINS-APPLIED     PIC S9(009)V99 COMP-3.
           05  WS-HA-CLAIM-COUNT       PIC 9(005).
           05  WS-HA-LAST-POST-DATE    PIC 9(008).
           05  FILLER                  PIC X(026).
       01  WS-FHST-HOLD.
           05  WS-HF-KEY               PIC X(027).
           05  WS-HF-DATE-COUNT        PIC 9(002).
           05  WS-HF-SERVICE-DATE OCCURS 12 TIMES
                                       PIC 9(008).
           05  FILLER                  PIC X(021).
       01  WS-CAPR-HOLD.
           05  WS-HC-KEY               PIC X(028).
           05  WS-HC-PMPM-RATE         PIC 9(005)V99.
           05  WS-HC-PERSON-ID         PIC 9(009).
           05  WS-HC-ENCOUNTER-COUNT   PIC 9(005).
           05  WS-HC-LOAD-DATE         PIC 9(008).
           05  FILLER                  PIC X(023).
       01  WS-ENRM-HOLD                PIC X(121).
      **----------------------------------------------------------------*
      **   ONE ENTRY PER FILE CONVERTED.                                 *
      **----------------------------------------------------------------*
       01  WS-CONVERSION-NAMES.
           05  FILLER                  PIC X(030)
               VALUE 'PCDCRPM  D0 INSURED ID'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDEPIM  ALIAS INSURED IDS'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDPATL  INSURED ID'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDACCM  INSURED ID (KEY)'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDFHST  INSURED ID (KEY)'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDCAPR  MEMBER ID (KEY)'.
           05  FILLER                  PIC X(030)
               VALUE 'PCDENRM  SSN TAX ID (KEY)'.
       01  WS-CONVERSION-NAME-TABLE REDEFINES WS-CONVERSION-NAMES.
           05  WS-CV-NAME OCCURS 7 TIMES
                                       PIC X(030).
       01  WS-CONVERSION-COUNTS.
           05  WS-CV-ENTRY OCCURS 7 TIMES.
               10  WS-CV-READ          PIC 9(009)  COMP.
               10  WS-CV-TOKENIZED     PIC 9(009)  COMP.
               10  WS-CV-MERGED        PIC 9(009)  COMP.
       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD178 - SSN TOKEN VAULT MASTER CONVERSION        '.
           05  FILLER                  PIC X(009)  VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE          PIC 9(008).
           05  FILLER                  PIC X(065)  VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(050)  VALUE
               '  FILE / FIELD                      ROWS READ ROWS'.
           05  FILLER                  PIC X(050)  VALUE
               ' TOKENIZED  KEYS MERGED                           '.
           05  FILLER                  PIC X(032)  VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-NAME               PIC X(030).
           05  FILLER                  PIC X(002)  VALUE SPACES.
           05  WS-D-READ               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-TOKENIZED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(003)  VALUE SPACES.
           05  WS-D-MERGED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(059)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-CONVERT-REPOSITORY THRU 2000-EXIT
           PERFORM 3000-CONVERT-PERSONS    THRU 3000-EXIT
           PERFORM 4000-CONVERT-LEDGERS    THRU 4000-EXIT
           PERFORM 5000-REKEY-ACCUMULATORS THRU 5000-EXIT
           PERFORM 6000-REKEY-FREQUENCY    THRU 6000-EXIT
           PERFORM 7000-REKEY-ROSTER       THRU 7000-EXIT
           PERFORM 7500-REKEY-ENROLLMENT   THRU 7500-EXIT
           PERFORM 8500-WRITE-REPORT       THRU 8500-EXIT
           PERFORM 9000-TERMINATE          THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CONVERSION-COUNTS
           OPEN I-O    PCD-CRPM-MASTER
                       PCD-EPIM-MASTER
                       PCD-PATL-MASTER
                       PCD-ACCM-MASTER
                       PCD-FHST-MASTER
                       PCD-CAPR-MASTER
                       PCD-ENRM-MASTER
           OPEN OUTPUT PCD-REPORT-FILE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-4000 -- FILES THAT CARRY THE ID OUTSIDE THEIR KEY ARE    *
      **   TOKENIZED IN PLACE AS THEY ARE BROWSED.                       *
      **----------------------------------------------------------------*
       2000-CONVERT-REPOSITORY.
           MOVE 1   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-CONVERT-ONE-IMAGE THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.
       2100-CONVERT-ONE-IMAGE.
           READ PCD-CRPM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE PCD-CRPM-CLAIM-IMAGE TO WS-PCDSCLAIM-REC
           IF NOT D0-REC
               GO TO 2100-EXIT
           END-IF
           MOVE D0-INSURED-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF WS-ID-CHANGED
               MOVE WS-WORK-ID       TO D0-INSURED-ID
               MOVE WS-PCDSCLAIM-REC TO PCD-CRPM-CLAIM-IMAGE
               REWRITE PCD-CRPM-REC
               ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           END-IF.
       2100-EXIT.
           EXIT.
       3000-CONVERT-PERSONS.
           MOVE 2   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-CONVERT-ONE-PERSON THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.
       3100-CONVERT-ONE-PERSON.
           READ PCD-EPIM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF PCD-EPIM-PERSON-ID = ZERO
              OR PCD-EPIM-ALIAS-COUNT NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE 'N' TO WS-ROW-CHANGED-SW
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > PCD-EPIM-ALIAS-COUNT
                      OR WS-ALIAS-SUB > 10
               MOVE PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB) TO WS-WORK-ID
               PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
               IF WS-ID-CHANGED
                   MOVE WS-WORK-ID
                       TO PCD-EPIM-ALIAS-INS-ID (WS-ALIAS-SUB)
                   SET WS-ROW-CHANGED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-CHANGED
               REWRITE PCD-EPIM-REC
               ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           END-IF.
       3100-EXIT.
           EXIT.
       4000-CONVERT-LEDGERS.
           MOVE 3   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-CONVERT-ONE-LEDGER THRU 4100-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.
       4100-CONVERT-ONE-LEDGER.
           READ PCD-PATL-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE PCD-PATL-INSURED-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF WS-ID-CHANGED
               MOVE WS-WORK-ID TO PCD-PATL-INSURED-ID
               REWRITE PCD-PATL-REC
               ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           END-IF.
       4100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-7000 -- THE ID IS PART OF THE KEY.  A KEY CANNOT BE      *
      **   CHANGED UNDER A BROWSE, SO THE FIRST PASS ONLY LISTS THE      *
      **   ROWS TO MOVE AND THE SECOND PASS MOVES THEM.                  *
      **----------------------------------------------------------------*
       5000-REKEY-ACCUMULATORS.
           MOVE 4   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT PCD-REKEY-WORK
           PERFORM 5100-LIST-ONE-ACCUMULATOR THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PCD-REKEY-WORK
           PERFORM 5200-MOVE-ONE-ACCUMULATOR THRU 5200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK.
       5000-EXIT.
           EXIT.
       5100-LIST-ONE-ACCUMULATOR.
           READ PCD-ACCM-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE PCD-ACCM-INSURED-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF WS-ID-CHANGED
               MOVE SPACES      TO FD-REKEY-REC
               MOVE 'PCDACCM'   TO FD-RK-FILE-NAME
               MOVE PCD-ACCM-REC TO FD-RK-IMAGE
               WRITE FD-REKEY-REC
           END-IF.
       5100-EXIT.
           EXIT.
       5200-MOVE-ONE-ACCUMULATOR.
           READ PCD-REKEY-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5200-EXIT
           END-READ
           MOVE FD-RK-IMAGE TO PCD-ACCM-REC
           MOVE PCD-ACCM-REC TO WS-ACCM-HOLD
           DELETE PCD-ACCM-MASTER
               INVALID KEY
                   GO TO 5200-EXIT
           END-DELETE
           ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           MOVE WS-HA-KEY (1:17) TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           MOVE WS-WORK-ID TO WS-HA-KEY (1:17)
           MOVE WS-HA-KEY  TO PCD-ACCM-KEY
           READ PCD-ACCM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ACCM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ACCM-FILE-STATUS
           END-READ
           IF WS-ACCM-FOUND
               ADD WS-HA-DEDUCT-APPLIED TO PCD-ACCM-DEDUCT-APPLIED
               ADD WS-HA-COINS-APPLIED  TO PCD-ACCM-COINS-APPLIED
               ADD WS-HA-CLAIM-COUNT    TO PCD-ACCM-CLAIM-COUNT
               IF WS-HA-LAST-POST-DATE > PCD-ACCM-LAST-POST-DATE
                   MOVE WS-HA-LAST-POST-DATE
                       TO PCD-ACCM-LAST-POST-DATE
               END-IF
               REWRITE PCD-ACCM-REC
               ADD 1 TO WS-CV-MERGED (WS-FILE-SUB)
           ELSE
               MOVE WS-ACCM-HOLD TO PCD-ACCM-REC
               WRITE PCD-ACCM-REC
           END-IF.
       5200-EXIT.
           EXIT.
       6000-REKEY-FREQUENCY.
           MOVE 5   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT PCD-REKEY-WORK
           PERFORM 6100-LIST-ONE-HISTORY THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PCD-REKEY-WORK
           PERFORM 6200-MOVE-ONE-HISTORY THRU 6200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK.
       6000-EXIT.
           EXIT.
       6100-LIST-ONE-HISTORY.
           READ PCD-FHST-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE PCD-FHST-INSURED-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF WS-ID-CHANGED
               MOVE SPACES      TO FD-REKEY-REC
               MOVE 'PCDFHST'   TO FD-RK-FILE-NAME
               MOVE PCD-FHST-REC TO FD-RK-IMAGE
               WRITE FD-REKEY-REC
           END-IF.
       6100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   6200-MOVE-ONE-HISTORY -- A MERGE KEEPS EVERY DISTINCT         *
      **   SERVICE DATE THE TABLE HAS ROOM FOR.                          *
      **----------------------------------------------------------------*
       6200-MOVE-ONE-HISTORY.
           READ PCD-REKEY-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6200-EXIT
           END-READ
           MOVE FD-RK-IMAGE TO PCD-FHST-REC
           MOVE PCD-FHST-REC TO WS-FHST-HOLD
           DELETE PCD-FHST-MASTER
               INVALID KEY
                   GO TO 6200-EXIT
           END-DELETE
           ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           MOVE WS-HF-KEY (1:17) TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           MOVE WS-WORK-ID TO WS-HF-KEY (1:17)
           MOVE WS-HF-KEY  TO PCD-FHST-KEY
           READ PCD-FHST-MASTER
               INVALID KEY
                   MOVE '23' TO WS-FHST-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-FHST-FILE-STATUS
           END-READ
           IF NOT WS-FHST-FOUND
               MOVE WS-FHST-HOLD TO PCD-FHST-REC
               WRITE PCD-FHST-REC
               GO TO 6200-EXIT
           END-IF
           IF WS-HF-DATE-COUNT NOT NUMERIC
              OR PCD-FHST-DATE-COUNT NOT NUMERIC
               GO TO 6200-EXIT
           END-IF
           PERFORM 6210-MERGE-ONE-DATE THRU 6210-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HF-DATE-COUNT
                  OR WS-HOLD-SUB > 12
           REWRITE PCD-FHST-REC
           ADD 1 TO WS-CV-MERGED (WS-FILE-SUB).
       6200-EXIT.
           EXIT.
       6210-MERGE-ONE-DATE.
           MOVE 'N' TO WS-DATE-KNOWN-SW
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > PCD-FHST-DATE-COUNT
                      OR WS-DATE-SUB > 12
               IF PCD-FHST-SERVICE-DATE (WS-DATE-SUB)
                       = WS-HF-SERVICE-DATE (WS-HOLD-SUB)
                   SET WS-DATE-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DATE-KNOWN
              AND PCD-FHST-DATE-COUNT < 12
               ADD 1 TO PCD-FHST-DATE-COUNT
               MOVE WS-HF-SERVICE-DATE (WS-HOLD-SUB)
                   TO PCD-FHST-SERVICE-DATE (PCD-FHST-DATE-COUNT)
           END-IF.
       6210-EXIT.
           EXIT.
       7000-REKEY-ROSTER.
           MOVE 6   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT PCD-REKEY-WORK
           PERFORM 7100-LIST-ONE-MEMBER THRU 7100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PCD-REKEY-WORK
           PERFORM 7200-MOVE-ONE-MEMBER THRU 7200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK.
       7000-EXIT.
           EXIT.
       7100-LIST-ONE-MEMBER.
           READ PCD-CAPR-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 7100-EXIT
           END-READ
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE PCD-CAPR-MEMBER-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF WS-ID-CHANGED
               MOVE SPACES      TO FD-REKEY-REC
               MOVE 'PCDCAPR'   TO FD-RK-FILE-NAME
               MOVE PCD-CAPR-REC TO FD-RK-IMAGE
               WRITE FD-REKEY-REC
           END-IF.
       7100-EXIT.
           EXIT.
       7200-MOVE-ONE-MEMBER.
           READ PCD-REKEY-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 7200-EXIT
           END-READ
           MOVE FD-RK-IMAGE TO PCD-CAPR-REC
           MOVE PCD-CAPR-REC TO WS-CAPR-HOLD
           DELETE PCD-CAPR-MASTER
               INVALID KEY
                   GO TO 7200-EXIT
           END-DELETE
           ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           MOVE WS-HC-KEY (12:17) TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           MOVE WS-WORK-ID TO WS-HC-KEY (12:17)
           MOVE WS-HC-KEY  TO PCD-CAPR-KEY
           READ PCD-CAPR-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CAPR-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CAPR-FILE-STATUS
           END-READ
           IF WS-CAPR-FOUND
               ADD WS-HC-ENCOUNTER-COUNT TO PCD-CAPR-ENCOUNTER-COUNT
               IF PCD-CAPR-PERSON-ID = ZERO
                   MOVE WS-HC-PERSON-ID TO PCD-CAPR-PERSON-ID
               END-IF
               REWRITE PCD-CAPR-REC
               ADD 1 TO WS-CV-MERGED (WS-FILE-SUB)
           ELSE
               MOVE WS-CAPR-HOLD TO PCD-CAPR-REC
               WRITE PCD-CAPR-REC
           END-IF.
       7200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7500-REKEY-ENROLLMENT -- PCDENRM ROWS OF THE PROVIDERS ON THE *
      **   PCDTKES LIST ARE RE-KEYED UNDER THE SSN TOKEN AND MARKED TYPE *
      **   S.  THE FIRST PASS LISTS EVERY PAYER ROW OF EACH NPI / TAX ID *
      **   PAIR; THE SECOND MOVES THEM.                                  *
      **----------------------------------------------------------------*
       7500-REKEY-ENROLLMENT.
           MOVE 7   TO WS-FILE-SUB
           MOVE 'S' TO WS-WORK-ID-TYPE
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           OPEN INPUT  PCD-SSN-TIN-LIST
           OPEN OUTPUT PCD-REKEY-WORK
           PERFORM 7510-LIST-ONE-PROVIDER THRU 7510-EXIT
               UNTIL WS-LIST-END-OF-FILE
           CLOSE PCD-SSN-TIN-LIST
           CLOSE PCD-REKEY-WORK
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PCD-REKEY-WORK
           PERFORM 7600-MOVE-ONE-ENROLLMENT THRU 7600-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PCD-REKEY-WORK
           MOVE 'I' TO WS-WORK-ID-TYPE.
       7500-EXIT.
           EXIT.
       7510-LIST-ONE-PROVIDER.
           READ PCD-SSN-TIN-LIST
               AT END
                   SET WS-LIST-END-OF-FILE TO TRUE
                   GO TO 7510-EXIT
           END-READ
           IF FD-ST-NPI = SPACES
              OR FD-ST-TAX-ID = SPACES
               GO TO 7510-EXIT
           END-IF
           MOVE FD-ST-NPI    TO PCD-ENRM-NPI
           MOVE FD-ST-TAX-ID TO PCD-ENRM-TAX-ID
           MOVE LOW-VALUES   TO PCD-ENRM-PAYOR-ID
           MOVE 'N' TO WS-ENRM-DONE-SWITCH
           START PCD-ENRM-MASTER KEY NOT < PCD-ENRM-KEY
               INVALID KEY
                   GO TO 7510-EXIT
           END-START
           PERFORM 7520-LIST-ONE-ENROLLMENT THRU 7520-EXIT
               UNTIL WS-ENRM-PROVIDER-DONE.
       7510-EXIT.
           EXIT.
       7520-LIST-ONE-ENROLLMENT.
           READ PCD-ENRM-MASTER NEXT RECORD
               AT END
                   SET WS-ENRM-PROVIDER-DONE TO TRUE
                   GO TO 7520-EXIT
           END-READ
           IF PCD-ENRM-NPI NOT = FD-ST-NPI
              OR PCD-ENRM-TAX-ID NOT = FD-ST-TAX-ID
               SET WS-ENRM-PROVIDER-DONE TO TRUE
               GO TO 7520-EXIT
           END-IF
           ADD 1 TO WS-CV-READ (WS-FILE-SUB)
           MOVE SPACES       TO FD-REKEY-REC
           MOVE 'PCDENRM'    TO FD-RK-FILE-NAME
           MOVE PCD-ENRM-REC TO FD-RK-IMAGE
           WRITE FD-REKEY-REC.
       7520-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   7600-MOVE-ONE-ENROLLMENT -- A ROW ALREADY UNDER THE TOKEN WAS *
      **   ADDED THROUGH PCD155 SINCE THE VAULT WENT LIVE AND IS THE     *
      **   CURRENT ONE; IT IS KEPT AND THE OLD ROW DROPPED.  A TAX ID    *
      **   THE VAULT WILL NOT TOKENIZE IS NOT A VALID SSN -- THE ROW     *
      **   STAYS WHERE IT IS AND IS DISPLAYED FOR THE ENROLLMENT TEAM.   *
      **----------------------------------------------------------------*
       7600-MOVE-ONE-ENROLLMENT.
           READ PCD-REKEY-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 7600-EXIT
           END-READ
           MOVE FD-RK-IMAGE  TO PCD-ENRM-REC
           MOVE PCD-ENRM-REC TO WS-ENRM-HOLD
           MOVE PCD-ENRM-TAX-ID TO WS-WORK-ID
           PERFORM 8000-TOKENIZE-ID THRU 8000-EXIT
           IF NOT WS-ID-CHANGED
               DISPLAY 'PCD178 - PCDENRM NPI ' PCD-ENRM-NPI
                   ' PAYER ' PCD-ENRM-PAYOR-ID
                   ' - LISTED TAX ID IS NOT A VALID SSN'
               GO TO 7600-EXIT
           END-IF
           DELETE PCD-ENRM-MASTER
               INVALID KEY
                   GO TO 7600-EXIT
           END-DELETE
           ADD 1 TO WS-CV-TOKENIZED (WS-FILE-SUB)
           MOVE WS-WORK-ID (1:9) TO PCD-ENRM-TAX-ID
           READ PCD-ENRM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ENRM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ENRM-FILE-STATUS
           END-READ
           IF WS-ENRM-FOUND
               ADD 1 TO WS-CV-MERGED (WS-FILE-SUB)
               GO TO 7600-EXIT
           END-IF
           MOVE WS-ENRM-HOLD     TO PCD-ENRM-REC
           MOVE WS-WORK-ID (1:9) TO PCD-ENRM-TAX-ID
           SET PCD-ENRM-SSN-TAX-ID TO TRUE
           WRITE PCD-ENRM-REC.
       7600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-TOKENIZE-ID -- WS-WORK-ID IN AND OUT.  THE RUN STOPS     *
      **   RATHER THAN LEAVE ROWS HALF CONVERTED AGAINST A BAD VAULT;    *
      **   IT CAN SIMPLY BE RERUN.                                       *
      **----------------------------------------------------------------*
       8000-TOKENIZE-ID.
           MOVE 'N'      TO WS-CHANGED-SW
           MOVE 'T'      TO PCD-TOKA-FUNCTION
           MOVE WS-WORK-ID-TYPE TO PCD-TOKA-ID-TYPE
           MOVE 'PCD178' TO PCD-TOKA-CALLER
           MOVE SPACES   TO PCD-TOKA-REQUESTOR
           MOVE WS-WORK-ID TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               DISPLAY 'PCD178 - SSN TOKEN VAULT UNAVAILABLE - '
                   'RUN STOPPED'
               STOP RUN
           END-IF
           IF PCD-TOKA-DONE
               MOVE PCD-TOKA-VALUE TO WS-WORK-ID
               SET WS-ID-CHANGED TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.
       8500-WRITE-REPORT.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE SPACES TO PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE
           WRITE PCD-REPORT-LINE FROM WS-REPORT-HEADING-2
           PERFORM 8510-WRITE-ONE-FILE THRU 8510-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
       8500-EXIT.
           EXIT.
       8510-WRITE-ONE-FILE.
           MOVE WS-CV-NAME      (WS-FILE-SUB) TO WS-D-NAME
           MOVE WS-CV-READ      (WS-FILE-SUB) TO WS-D-READ
           MOVE WS-CV-TOKENIZED (WS-FILE-SUB) TO WS-D-TOKENIZED
           MOVE WS-CV-MERGED    (WS-FILE-SUB) TO WS-D-MERGED
           WRITE PCD-REPORT-LINE FROM WS-REPORT-DETAIL
           DISPLAY 'PCD178 - ' WS-CV-NAME (WS-FILE-SUB)
               ' TOKENIZED: ' WS-D-TOKENIZED.
       8510-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-CRPM-MASTER
                 PCD-EPIM-MASTER
                 PCD-PATL-MASTER
                 PCD-ACCM-MASTER
                 PCD-FHST-MASTER
                 PCD-CAPR-MASTER
                 PCD-ENRM-MASTER
                 PCD-REPORT-FILE
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA.
       9000-EXIT.
           EXIT.
