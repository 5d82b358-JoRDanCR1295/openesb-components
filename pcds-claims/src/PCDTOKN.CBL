      **==============================================================*
      **                                                               *
      **    PROGRAM: PCDTOKN             SYSTEM: PCDS                  *
      **    SSN TOKEN VAULT SERVICE (CALLABLE)                         *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  INSURED IDS THAT   *
      **                          ARE SOCIAL SECURITY NUMBERS, AND     *
      **                          BILLING TAX IDS OF TYPE 'S', USED TO *
      **                          BE COPIED IN THE CLEAR INTO EVERY    *
      **                          MASTER THAT KEYED OR CARRIED THEM.   *
      **                          A LOADER NOW PASSES EACH SUCH VALUE  *
      **                          THROUGH THIS MODULE (FUNCTION 'T')   *
      **                          AND STORES WHAT COMES BACK: A VALID  *
      **                          SSN -- PLAIN, DASHED OR WITH A HICN  *
      **                          SUFFIX -- IS REPLACED BY A TOKEN OF  *
      **                          THE SAME SHAPE CARRYING THE          *
      **                          NEVER-ISSUED GROUP 00, THE SAME SSN  *
      **                          ALWAYS GETTING THE SAME TOKEN        *
      **                          THROUGH THE PCDTKNX CROSS-REFERENCE; *
      **                          ANY OTHER VALUE (INCLUDING A TOKEN)  *
      **                          COMES BACK UNCHANGED.  FUNCTION 'D'  *
      **                          REVERSES A TOKEN ONLY FOR A PROGRAM  *
      **                          ON THE PCDTKAU AUTHORIZATION FILE    *
      **                          (AND, FOR THE LOOKUP SCREEN, AN      *
      **                          AUTHORIZED OPERATOR); EVERY ATTEMPT  *
      **                          IS LOGGED TO PCDTKNL.  THE VAULT     *
      **                          STAYS OPEN BETWEEN CALLS UNTIL THE   *
      **                          CALLER SENDS FUNCTION 'C'.           *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCDTOKN.
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
           SELECT PCD-TKNV-MASTER ASSIGN TO PCDTKNV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TKNV-TOKEN
               FILE STATUS IS WS-TKNV-FILE-STATUS.
           SELECT PCD-TKNX-MASTER ASSIGN TO PCDTKNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-TKNX-SSN
               FILE STATUS IS WS-TKNX-FILE-STATUS.
           SELECT PCD-TKNL-FILE   ASSIGN TO PCDTKNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-TKAU-FILE   ASSIGN TO PCDTKAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKAU-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-TKNV-MASTER.
       COPY PCDTKNV.
       FD  PCD-TKNX-MASTER.
       COPY PCDTKNX.
       FD  PCD-TKNL-FILE
           RECORDING MODE IS F.
       COPY PCDTKNL.
       FD  PCD-TKAU-FILE
           RECORDING MODE IS F.
       COPY PCDTKAU.
       WORKING-STORAGE SECTION.
       COPY PCDIOER.
       77  WS-VAULT-OPEN-SW            PIC X(001)  VALUE 'N'.
           88  WS-VAULT-OPEN                       VALUE 'Y'.
       77  WS-LOG-OPEN-SW              PIC X(001)  VALUE 'N'.
           88  WS-LOG-OPEN                         VALUE 'Y'.
       77  WS-AUTH-LOADED-SW           PIC X(001)  VALUE 'N'.
           88  WS-AUTH-LOADED                      VALUE 'Y'.
       77  WS-TKAU-EOF-SW              PIC X(001)  VALUE 'N'.
           88  WS-TKAU-EOF                         VALUE 'Y'.
       77  WS-TKNV-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-TKNV-FOUND                       VALUE '00'.
       77  WS-TKNX-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-TKNX-FOUND                       VALUE '00'.
       77  WS-TKAU-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-RUN-TIME                 PIC 9(008)  VALUE ZERO.
       77  WS-ID-FORM-SW               PIC X(001)  VALUE 'N'.
           88  WS-ID-PLAIN                         VALUE 'P'.
           88  WS-ID-DASHED                        VALUE 'D'.
           88  WS-ID-NOT-SSN-SHAPED                VALUE 'N'.
       77  WS-NEXT-SEQ                 PIC 9(009)  VALUE ZERO.
       77  WS-TOKEN-AREA               PIC 9(003)  VALUE ZERO.
       77  WS-TOKEN-SERIAL             PIC 9(004)  VALUE ZERO.
       77  WS-MAX-SEQ                  PIC 9(009)  VALUE 9999999.
       77  WS-CALLER-OK-SW             PIC X(001)  VALUE 'N'.
           88  WS-CALLER-OK                        VALUE 'Y'.
       77  WS-OPERATOR-NEEDED-SW       PIC X(001)  VALUE 'N'.
           88  WS-OPERATOR-NEEDED                  VALUE 'Y'.
       77  WS-OPERATOR-OK-SW           PIC X(001)  VALUE 'N'.
           88  WS-OPERATOR-OK                      VALUE 'Y'.
       77  WS-AUTH-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-AUTH-MAX                 PIC 9(003)  COMP  VALUE 100.
      **----------------------------------------------------------------*
      **   THE NINE DIGITS BEING TESTED, IN EITHER FORM, AND THEIR       *
      **   AREA-GROUP-SERIAL VIEW.                                       *
      **----------------------------------------------------------------*
       01  WS-SSN-X                    PIC X(009)  VALUE ZERO.
       01  WS-SSN-N REDEFINES WS-SSN-X PIC 9(009).
       01  WS-SSN-PARTS REDEFINES WS-SSN-X.
           05  WS-SSN-AREA             PIC 9(003).
           05  WS-SSN-GROUP            PIC 9(002).
           05  WS-SSN-SERIAL           PIC 9(004).
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT           PIC 9(003)  COMP  VALUE ZERO.
           05  WS-AUTH-ENTRY           OCCURS 100 TIMES.
               10  WS-AUTH-TYPE        PIC X(001).
               10  WS-AUTH-ID          PIC X(008).
               10  WS-AUTH-OPERATOR-SW PIC X(001).
       LINKAGE SECTION.
       COPY PCDTOKA.
       PROCEDURE DIVISION USING PCD-TOKA-AREA.
       0000-MAINLINE.
           MOVE '04' TO PCD-TOKA-RETURN-CODE
           IF PCD-TOKA-CLOSE
               PERFORM 8000-CLOSE-VAULT THRU 8000-EXIT
               GOBACK
           END-IF
           IF NOT WS-VAULT-OPEN
               PERFORM 1000-OPEN-VAULT THRU 1000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-VAULT-OPEN
                   MOVE '12' TO PCD-TOKA-RETURN-CODE
               WHEN PCD-TOKA-TOKENIZE
                   PERFORM 2000-TOKENIZE THRU 2000-EXIT
               WHEN PCD-TOKA-DETOKENIZE
                   PERFORM 3000-DETOKENIZE THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
      **----------------------------------------------------------------*
      **   1000-OPEN-VAULT -- TOKEN ZERO HOLDS THE NEXT SEQUENCE TO      *
      **   ISSUE; THE FIRST EVER CALL SEEDS IT AT ONE.                   *
      **----------------------------------------------------------------*
       1000-OPEN-VAULT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PCD-TKNV-MASTER
           IF NOT WS-TKNV-FOUND
               MOVE 'PCDTKNV'           TO PCD-IOERR-FILE-NAME
               MOVE WS-TKNV-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-VAULT-IO-ERROR THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN I-O PCD-TKNX-MASTER
           IF NOT WS-TKNX-FOUND
               MOVE 'PCDTKNX'           TO PCD-IOERR-FILE-NAME
               MOVE WS-TKNX-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-VAULT-IO-ERROR THRU 9100-EXIT
               CLOSE PCD-TKNV-MASTER
               GO TO 1000-EXIT
           END-IF
           MOVE ZERO TO PCD-TKNV-TOKEN
           READ PCD-TKNV-MASTER
               INVALID KEY
                   MOVE SPACES      TO PCD-TKNV-REC
                   MOVE ZERO        TO PCD-TKNV-TOKEN
                                       PCD-TKNV-SSN
                   MOVE 1           TO PCD-TKNV-NEXT-SEQ
                   MOVE WS-RUN-DATE TO PCD-TKNV-CREATE-DATE
                   MOVE 'PCDTOKN'   TO PCD-TKNV-CREATE-PGM
                   WRITE PCD-TKNV-REC
           END-READ
           SET WS-VAULT-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-TOKENIZE -- ONLY A VALID SSN IS REPLACED: AREA NOT 000,  *
      **   666 OR 900-999, GROUP NOT 00, SERIAL NOT 0000.  A VALUE       *
      **   ALREADY TOKENIZED FAILS THE GROUP TEST AND COMES BACK AS IS,  *
      **   SO A SECOND PASS OVER THE SAME ROW CHANGES NOTHING.           *
      **----------------------------------------------------------------*
       2000-TOKENIZE.
           PERFORM 5000-PARSE-VALUE THRU 5000-EXIT
           IF WS-ID-NOT-SSN-SHAPED
              OR WS-SSN-AREA = ZERO
              OR WS-SSN-AREA = 666
              OR WS-SSN-AREA > 899
              OR WS-SSN-GROUP = ZERO
              OR WS-SSN-SERIAL = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE WS-SSN-N TO PCD-TKNX-SSN
           READ PCD-TKNX-MASTER
               INVALID KEY
                   MOVE '23' TO WS-TKNX-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-TKNX-FILE-STATUS
           END-READ
           IF WS-TKNX-FOUND
               MOVE PCD-TKNX-TOKEN TO WS-SSN-N
           ELSE
               PERFORM 2100-ISSUE-TOKEN THRU 2100-EXIT
               IF PCD-TOKA-VAULT-ERROR
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 5100-PLACE-VALUE THRU 5100-EXIT
           MOVE '00' TO PCD-TOKA-RETURN-CODE.
       2000-EXIT.
           EXIT.
       2100-ISSUE-TOKEN.
           MOVE ZERO TO PCD-TKNV-TOKEN
           READ PCD-TKNV-MASTER
               INVALID KEY
                   MOVE '23' TO WS-TKNV-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-TKNV-FILE-STATUS
           END-READ
           IF NOT WS-TKNV-FOUND
               MOVE 'PCDTKNV'           TO PCD-IOERR-FILE-NAME
               MOVE WS-TKNV-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-VAULT-IO-ERROR THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF
           IF PCD-TKNV-NEXT-SEQ > WS-MAX-SEQ
               DISPLAY 'PCDTOKN - TOKEN VAULT FULL, CALLER '
                   PCD-TOKA-CALLER
               MOVE '12' TO PCD-TOKA-RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           MOVE PCD-TKNV-NEXT-SEQ TO WS-NEXT-SEQ
           ADD 1 TO PCD-TKNV-NEXT-SEQ
           REWRITE PCD-TKNV-REC
           DIVIDE WS-NEXT-SEQ BY 10000 GIVING WS-TOKEN-AREA
               REMAINDER WS-TOKEN-SERIAL
           MOVE WS-SSN-N        TO PCD-TKNX-SSN
           MOVE SPACES          TO PCD-TKNV-REC
           MOVE WS-SSN-N        TO PCD-TKNV-SSN
           MOVE WS-TOKEN-AREA   TO WS-SSN-AREA
           MOVE ZERO            TO WS-SSN-GROUP
           MOVE WS-TOKEN-SERIAL TO WS-SSN-SERIAL
           MOVE WS-SSN-N        TO PCD-TKNV-TOKEN
                                   PCD-TKNX-TOKEN
           MOVE ZERO            TO PCD-TKNV-NEXT-SEQ
           MOVE WS-RUN-DATE     TO PCD-TKNV-CREATE-DATE
           MOVE PCD-TOKA-CALLER TO PCD-TKNV-CREATE-PGM
           WRITE PCD-TKNV-REC
               INVALID KEY
                   MOVE '22' TO WS-TKNV-FILE-STATUS
           END-WRITE
           IF NOT WS-TKNV-FOUND
               MOVE 'PCDTKNV'           TO PCD-IOERR-FILE-NAME
               MOVE WS-TKNV-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-VAULT-IO-ERROR THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF
           WRITE PCD-TKNX-REC
               INVALID KEY
                   MOVE '22' TO WS-TKNX-FILE-STATUS
           END-WRITE
           IF NOT WS-TKNX-FOUND
               MOVE 'PCDTKNX'           TO PCD-IOERR-FILE-NAME
               MOVE WS-TKNX-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-VAULT-IO-ERROR THRU 9100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-DETOKENIZE -- ONLY A TOKEN-SHAPED VALUE (GROUP 00) IS    *
      **   LOOKED UP, AND ONLY FOR AN AUTHORIZED CALLER.  THE ATTEMPT    *
      **   IS LOGGED EITHER WAY.                                         *
      **----------------------------------------------------------------*
       3000-DETOKENIZE.
           PERFORM 5000-PARSE-VALUE THRU 5000-EXIT
           IF WS-ID-NOT-SSN-SHAPED
              OR WS-SSN-GROUP NOT = ZERO
              OR WS-SSN-N = ZERO
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-AUTH-LOADED
               PERFORM 3100-LOAD-AUTHORIZATION THRU 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-AUTHORIZATION THRU 3200-EXIT
           PERFORM 3300-LOG-ATTEMPT THRU 3300-EXIT
           IF PCD-TKNL-REFUSED
               MOVE '08' TO PCD-TOKA-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SSN-N TO PCD-TKNV-TOKEN
           READ PCD-TKNV-MASTER
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE PCD-TKNV-SSN TO WS-SSN-N
           PERFORM 5100-PLACE-VALUE THRU 5100-EXIT
           MOVE '00' TO PCD-TOKA-RETURN-CODE.
       3000-EXIT.
           EXIT.
       3100-LOAD-AUTHORIZATION.
           MOVE ZERO TO WS-AUTH-COUNT
           MOVE 'N'  TO WS-TKAU-EOF-SW
           SET WS-AUTH-LOADED TO TRUE
           OPEN INPUT PCD-TKAU-FILE
           IF WS-TKAU-FILE-STATUS NOT = '00'
               DISPLAY 'PCDTOKN - PCDTKAU NOT AVAILABLE, STATUS '
                   WS-TKAU-FILE-STATUS ' - ALL DETOKENIZING REFUSED'
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-READ-AUTHORIZATION THRU 3110-EXIT
               UNTIL WS-TKAU-EOF
           CLOSE PCD-TKAU-FILE.
       3100-EXIT.
           EXIT.
       3110-READ-AUTHORIZATION.
           READ PCD-TKAU-FILE
               AT END
                   SET WS-TKAU-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF NOT PCD-TKAU-PROGRAM
              AND NOT PCD-TKAU-OPERATOR
               GO TO 3110-EXIT
           END-IF
           IF WS-AUTH-COUNT NOT < WS-AUTH-MAX
               DISPLAY 'PCDTOKN - PCDTKAU OVER 100 ROWS, IGNORED: '
                   PCD-TKAU-ID
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           MOVE PCD-TKAU-ENTRY-TYPE  TO WS-AUTH-TYPE (WS-AUTH-COUNT)
           MOVE PCD-TKAU-ID          TO WS-AUTH-ID (WS-AUTH-COUNT)
           MOVE PCD-TKAU-OPERATOR-SW
               TO WS-AUTH-OPERATOR-SW (WS-AUTH-COUNT).
       3110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-CHECK-AUTHORIZATION -- THE CALLING PROGRAM MUST HOLD A   *
      **   'P' ROW; IF THAT ROW REQUIRES AN OPERATOR, THE REQUESTOR      *
      **   MUST HOLD AN 'O' ROW AS WELL.                                 *
      **----------------------------------------------------------------*
       3200-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-CALLER-OK-SW
                       WS-OPERATOR-NEEDED-SW
                       WS-OPERATOR-OK-SW
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-TYPE (WS-AUTH-SUB) = 'P'
                  AND WS-AUTH-ID (WS-AUTH-SUB) = PCD-TOKA-CALLER
                   SET WS-CALLER-OK TO TRUE
                   IF WS-AUTH-OPERATOR-SW (WS-AUTH-SUB) = 'Y'
                       SET WS-OPERATOR-NEEDED TO TRUE
                   END-IF
               END-IF
               IF WS-AUTH-TYPE (WS-AUTH-SUB) = 'O'
                  AND WS-AUTH-ID (WS-AUTH-SUB) = PCD-TOKA-REQUESTOR
                  AND PCD-TOKA-REQUESTOR > SPACES
                   SET WS-OPERATOR-OK TO TRUE
               END-IF
           END-PERFORM
           IF WS-CALLER-OK
              AND (WS-OPERATOR-OK OR NOT WS-OPERATOR-NEEDED)
               SET PCD-TKNL-GRANTED TO TRUE
           ELSE
               SET PCD-TKNL-REFUSED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
       3300-LOG-ATTEMPT.
           IF NOT WS-LOG-OPEN
               OPEN EXTEND PCD-TKNL-FILE
               SET WS-LOG-OPEN TO TRUE
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE          TO PCD-TKNL-DATE
           MOVE WS-RUN-TIME (1:6)    TO PCD-TKNL-TIME
           MOVE PCD-TOKA-CALLER      TO PCD-TKNL-CALLER
           MOVE PCD-TOKA-REQUESTOR   TO PCD-TKNL-REQUESTOR
           MOVE WS-SSN-N             TO PCD-TKNL-TOKEN
           WRITE PCD-TKNL-REC.
       3300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5000-PARSE-VALUE -- NINE DIGITS FOLLOWED BY SPACES, OR BY A   *
      **   ONE- OR TWO-CHARACTER HICN SUFFIX ON AN INSURED ID, OR THE    *
      **   DASHED NNN-NN-NNNN FORM.  ANYTHING ELSE IS NOT AN SSN.        *
      **----------------------------------------------------------------*
       5000-PARSE-VALUE.
           MOVE 'N'  TO WS-ID-FORM-SW
           MOVE ZERO TO WS-SSN-N
           IF PCD-TOKA-VALUE (1:9) IS NUMERIC
               IF PCD-TOKA-VALUE (10:8) = SPACES
                   SET WS-ID-PLAIN TO TRUE
               END-IF
               IF PCD-TOKA-INSURED-ID
                  AND PCD-TOKA-VALUE (10:1) IS ALPHABETIC
                  AND PCD-TOKA-VALUE (10:1) NOT = SPACE
                  AND PCD-TOKA-VALUE (12:6) = SPACES
                   SET WS-ID-PLAIN TO TRUE
               END-IF
               IF WS-ID-PLAIN
                   MOVE PCD-TOKA-VALUE (1:9) TO WS-SSN-X
               END-IF
               GO TO 5000-EXIT
           END-IF
           IF PCD-TOKA-VALUE (1:3) IS NUMERIC
              AND PCD-TOKA-VALUE (4:1) = '-'
              AND PCD-TOKA-VALUE (5:2) IS NUMERIC
              AND PCD-TOKA-VALUE (7:1) = '-'
              AND PCD-TOKA-VALUE (8:4) IS NUMERIC
              AND PCD-TOKA-VALUE (12:6) = SPACES
               SET WS-ID-DASHED TO TRUE
               MOVE PCD-TOKA-VALUE (1:3) TO WS-SSN-X (1:3)
               MOVE PCD-TOKA-VALUE (5:2) TO WS-SSN-X (4:2)
               MOVE PCD-TOKA-VALUE (8:4) TO WS-SSN-X (6:4)
           END-IF.
       5000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   5100-PLACE-VALUE -- PUT THE NEW NINE DIGITS BACK IN THE FORM  *
      **   THEY ARRIVED IN; DASHES AND ANY SUFFIX ARE LEFT IN PLACE.     *
      **----------------------------------------------------------------*
       5100-PLACE-VALUE.
           IF WS-ID-PLAIN
               MOVE WS-SSN-X TO PCD-TOKA-VALUE (1:9)
           ELSE
               MOVE WS-SSN-X (1:3) TO PCD-TOKA-VALUE (1:3)
               MOVE WS-SSN-X (4:2) TO PCD-TOKA-VALUE (5:2)
               MOVE WS-SSN-X (6:4) TO PCD-TOKA-VALUE (8:4)
           END-IF.
       5100-EXIT.
           EXIT.
       8000-CLOSE-VAULT.
           IF WS-VAULT-OPEN
               CLOSE PCD-TKNV-MASTER
               CLOSE PCD-TKNX-MASTER
           END-IF
           IF WS-LOG-OPEN
               CLOSE PCD-TKNL-FILE
           END-IF
           MOVE 'N' TO WS-VAULT-OPEN-SW
                       WS-LOG-OPEN-SW
                       WS-AUTH-LOADED-SW
           MOVE '00' TO PCD-TOKA-RETURN-CODE.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9100-VAULT-IO-ERROR -- RAISE THE INCIDENT AND HAND '12' BACK; *
      **   THE CALLER MUST NOT STORE THE VALUE IN THE CLEAR.             *
      **----------------------------------------------------------------*
       9100-VAULT-IO-ERROR.
           MOVE 'PCDTOKN' TO PCD-IOERR-PROGRAM
           MOVE SPACES    TO PCD-IOERR-JOBNUM
                             PCD-IOERR-BATCH-TYPE
                             PCD-IOERR-BATCH-NUM
           CALL 'PCDIOERR' USING PCD-IOERR-AREA
           MOVE '12' TO PCD-TOKA-RETURN-CODE.
       9100-EXIT.
           EXIT.
