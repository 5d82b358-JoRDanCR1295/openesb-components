      **==============================================================*
      **                                                               *
      **    PROGRAM: PCDCLNT          SYSTEM: PCDS                     *
      **    CLIENT ASSIGNMENT SERVICE (CALLABLE)                       *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  PCDS NOW PROCESSES *
      **                          FOR SEVERAL CLIENT ORGANIZATIONS AND *
      **                          EVERY CLIENT'S DATA MUST BE KEPT     *
      **                          APART.  AT INTAKE (FUNCTION 'A') THE *
      **                          CLAIM'S SUBMITTER EIN AND BILLING    *
      **                          TAX ID ARE RESOLVED AGAINST THE      *
      **                          PCDCLRG CLIENT REGISTRY AND THE      *
      **                          CLIENT IS RECORDED AGAINST THE       *
      **                          PATIENT CONTROL NUMBER ON PCDCLXM;   *
      **                          EVERY PROGRAM THAT WRITES A          *
      **                          CLIENT-CARRYING MASTER ROW LATER     *
      **                          ASKS FOR IT BY PATIENT CONTROL       *
      **                          NUMBER (FUNCTION 'L').  THE FILES    *
      **                          STAY OPEN BETWEEN CALLS UNTIL THE    *
      **                          CALLER SENDS FUNCTION 'C'.  FUNCTION *
      **                          'V' CHECKS A CLIENT ID KEYED ON A    *
      **                          PARM CARD OR SCREEN AND RETURNS ITS  *
      **                          NAME.                                *
      ** RTC    10/15/26          AN SSN BILLING TAX ID               *
      **                          (B0-TAX-ID-TYPE 'S') IS TOKENIZED   *
      **                          THROUGH PCDTOKN BEFORE THE REGISTRY *
      **                          IS SEARCHED, SO THE REGISTRY AND    *
      **                          THE PCDCLXM CROSS-REFERENCE HOLD    *
      **                          THE TOKEN, NEVER THE SSN.  ONE THAT *
      **                          CANNOT BE TOKENIZED IS TREATED AS   *
      **                          ZERO.                               *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCDCLNT.
       AUTHOR.        CLIENT SERVICES.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-CLRG-MASTER ASSIGN TO PCDCLRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-CLRG-KEY
               FILE STATUS IS WS-CLRG-FILE-STATUS.
           SELECT PCD-CLXM-MASTER ASSIGN TO PCDCLXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-CLXM-PAT-CNTL-NO
               FILE STATUS IS WS-CLXM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-CLRG-MASTER.
       COPY PCDCLRG.
       FD  PCD-CLXM-MASTER.
       COPY PCDCLXM.
       WORKING-STORAGE SECTION.
       COPY PCDIOER.
       COPY PCDTOKA.
       77  WS-FILES-OPEN-SW            PIC X(001)  VALUE 'N'.
           88  WS-FILES-OPEN                       VALUE 'Y'.
       77  WS-CLRG-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CLRG-FOUND                       VALUE '00'.
       77  WS-CLXM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-CLXM-FOUND                       VALUE '00'.
       77  WS-CLRG-EOF-SWITCH          PIC X(001)  VALUE 'N'.
           88  WS-CLRG-END-OF-FILE                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       LINKAGE SECTION.
       COPY PCDCLNA.
       PROCEDURE DIVISION USING PCD-CLNA-AREA.
       0000-MAINLINE.
           MOVE '04'   TO PCD-CLNA-RETURN-CODE
           MOVE SPACES TO PCD-CLNA-CLIENT-NAME
           IF NOT PCD-CLNA-VERIFY
               MOVE SPACES TO PCD-CLNA-CLIENT-ID
           END-IF
           IF PCD-CLNA-CLOSE
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               GOBACK
           END-IF
           IF NOT WS-FILES-OPEN
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FILES-OPEN
                   MOVE '12' TO PCD-CLNA-RETURN-CODE
               WHEN PCD-CLNA-ASSIGN
                   PERFORM 2000-ASSIGN-CLIENT THRU 2000-EXIT
               WHEN PCD-CLNA-LOOKUP
                   PERFORM 3000-LOOKUP-CLIENT THRU 3000-EXIT
               WHEN PCD-CLNA-VERIFY
                   PERFORM 4000-VERIFY-CLIENT THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-CLRG-MASTER
           IF NOT WS-CLRG-FOUND
               MOVE 'PCDCLRG'           TO PCD-IOERR-FILE-NAME
               MOVE WS-CLRG-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-CLIENT-IO-ERROR THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN I-O PCD-CLXM-MASTER
           IF NOT WS-CLXM-FOUND
               MOVE 'PCDCLXM'           TO PCD-IOERR-FILE-NAME
               MOVE WS-CLXM-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-CLIENT-IO-ERROR THRU 9100-EXIT
               CLOSE PCD-CLRG-MASTER
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-ASSIGN-CLIENT -- THE EXACT SUBMITTER/PROVIDER PAIR       *
      **   WINS; THEN A PROVIDER ROW THAT HOLDS THROUGH ANY SUBMITTER;   *
      **   THEN THE SUBMITTER'S OWN ROW.  INACTIVE ROWS ARE PASSED       *
      **   OVER.  AN UNREGISTERED CLAIM GETS NO CROSS-REFERENCE ROW,     *
      **   AND ANY ROW LEFT FROM AN EARLIER SUBMISSION IS DROPPED SO IT  *
      **   CANNOT CARRY A STALE CLIENT FORWARD.  AN SSN TAX ID IS        *
      **   MATCHED AND RECORDED AS ITS PCDTOKN TOKEN, AS PCD205 KEYS IT. *
      **----------------------------------------------------------------*
       2000-ASSIGN-CLIENT.
           IF PCD-CLNA-SSN-TAX-ID
           AND PCD-CLNA-FED-TAX-NUM NOT = ZERO
               PERFORM 2050-TOKENIZE-TAX-ID THRU 2050-EXIT
               IF PCD-CLNA-FILE-ERROR
                   GO TO 2000-EXIT
               END-IF
           END-IF
           MOVE PCD-CLNA-SUB-EIN     TO PCD-CLRG-SUB-EIN
           MOVE PCD-CLNA-FED-TAX-NUM TO PCD-CLRG-FED-TAX-NUM
           PERFORM 2100-READ-REGISTRY THRU 2100-EXIT
           IF NOT WS-CLRG-FOUND
               MOVE ZERO                 TO PCD-CLRG-SUB-EIN
               MOVE PCD-CLNA-FED-TAX-NUM TO PCD-CLRG-FED-TAX-NUM
               PERFORM 2100-READ-REGISTRY THRU 2100-EXIT
           END-IF
           IF NOT WS-CLRG-FOUND
               MOVE PCD-CLNA-SUB-EIN     TO PCD-CLRG-SUB-EIN
               MOVE ZERO                 TO PCD-CLRG-FED-TAX-NUM
               PERFORM 2100-READ-REGISTRY THRU 2100-EXIT
           END-IF
           MOVE PCD-CLNA-PAT-CNTL-NO TO PCD-CLXM-PAT-CNTL-NO
           READ PCD-CLXM-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CLXM-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CLXM-FILE-STATUS
           END-READ
           IF NOT WS-CLRG-FOUND
               IF WS-CLXM-FOUND
                   DELETE PCD-CLXM-MASTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE PCD-CLRG-CLIENT-ID   TO PCD-CLNA-CLIENT-ID
           MOVE PCD-CLRG-CLIENT-NAME TO PCD-CLNA-CLIENT-NAME
           MOVE SPACES               TO PCD-CLXM-REC
           MOVE PCD-CLNA-PAT-CNTL-NO TO PCD-CLXM-PAT-CNTL-NO
           MOVE PCD-CLRG-CLIENT-ID   TO PCD-CLXM-CLIENT-ID
           MOVE PCD-CLNA-JOBNUM      TO PCD-CLXM-JOBNUM
           MOVE PCD-CLNA-SUB-EIN     TO PCD-CLXM-SUB-EIN
           MOVE PCD-CLNA-FED-TAX-NUM TO PCD-CLXM-FED-TAX-NUM
           MOVE WS-RUN-DATE          TO PCD-CLXM-ASSIGN-DATE
           IF WS-CLXM-FOUND
               REWRITE PCD-CLXM-REC
                   INVALID KEY
                       MOVE '22' TO WS-CLXM-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE PCD-CLXM-REC
                   INVALID KEY
                       MOVE '22' TO WS-CLXM-FILE-STATUS
               END-WRITE
           END-IF
           IF WS-CLXM-FILE-STATUS = '22'
               MOVE 'PCDCLXM'           TO PCD-IOERR-FILE-NAME
               MOVE WS-CLXM-FILE-STATUS TO PCD-IOERR-FILE-STATUS
               PERFORM 9100-CLIENT-IO-ERROR THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE '00' TO PCD-CLNA-RETURN-CODE.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2050-TOKENIZE-TAX-ID -- THE CALLER'S TAX ID IS REPLACED BY    *
      **   ITS TOKEN.  ONE THE VAULT WILL NOT TOKENIZE IS NOT A VALID    *
      **   SSN AND IS DROPPED TO ZERO RATHER THAN KEPT IN THE CLEAR.     *
      **----------------------------------------------------------------*
       2050-TOKENIZE-TAX-ID.
           MOVE 'T'       TO PCD-TOKA-FUNCTION
           MOVE 'S'       TO PCD-TOKA-ID-TYPE
           MOVE 'PCDCLNT' TO PCD-TOKA-CALLER
           MOVE SPACES    TO PCD-TOKA-REQUESTOR
           MOVE PCD-CLNA-FED-TAX-NUM TO PCD-TOKA-VALUE
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           IF PCD-TOKA-VAULT-ERROR
               MOVE '12' TO PCD-CLNA-RETURN-CODE
               GO TO 2050-EXIT
           END-IF
           IF PCD-TOKA-DONE
               MOVE PCD-TOKA-VALUE (1:9) TO PCD-CLNA-FED-TAX-NUM
           ELSE
               MOVE ZERO TO PCD-CLNA-FED-TAX-NUM
           END-IF.
       2050-EXIT.
           EXIT.
       2100-READ-REGISTRY.
           READ PCD-CLRG-MASTER
               INVALID KEY
                   MOVE '23' TO WS-CLRG-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-CLRG-FILE-STATUS
           END-READ
           IF WS-CLRG-FOUND
              AND NOT PCD-CLRG-ACTIVE
               MOVE '23' TO WS-CLRG-FILE-STATUS
           END-IF.
       2100-EXIT.
           EXIT.
       3000-LOOKUP-CLIENT.
           MOVE PCD-CLNA-PAT-CNTL-NO TO PCD-CLXM-PAT-CNTL-NO
           READ PCD-CLXM-MASTER
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE PCD-CLXM-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           MOVE '00'               TO PCD-CLNA-RETURN-CODE.
       3000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-VERIFY-CLIENT -- THE REGISTRY IS KEYED BY SUBMITTER AND  *
      **   PROVIDER, NOT BY CLIENT, SO A CLIENT ID IS CHECKED BY         *
      **   BROWSING FOR ITS FIRST ACTIVE ROW.  THE FILE IS SMALL (A FEW  *
      **   ROWS PER CLIENT) AND THIS IS CALLED ONCE PER RUN OR SIGN-ON.  *
      **----------------------------------------------------------------*
       4000-VERIFY-CLIENT.
           IF PCD-CLNA-CLIENT-ID = SPACES
               MOVE SPACES TO PCD-CLNA-CLIENT-ID
               GO TO 4000-EXIT
           END-IF
           MOVE 'N'  TO WS-CLRG-EOF-SWITCH
           MOVE ZERO TO PCD-CLRG-SUB-EIN
                        PCD-CLRG-FED-TAX-NUM
           START PCD-CLRG-MASTER KEY NOT LESS THAN PCD-CLRG-KEY
               INVALID KEY
                   SET WS-CLRG-END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-NEXT-REGISTRY-ROW THRU 4100-EXIT
               UNTIL WS-CLRG-END-OF-FILE
                  OR PCD-CLNA-DONE
           IF NOT PCD-CLNA-DONE
               MOVE SPACES TO PCD-CLNA-CLIENT-ID
           END-IF.
       4000-EXIT.
           EXIT.
       4100-NEXT-REGISTRY-ROW.
           READ PCD-CLRG-MASTER NEXT RECORD
               AT END
                   SET WS-CLRG-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF PCD-CLRG-CLIENT-ID = PCD-CLNA-CLIENT-ID
              AND PCD-CLRG-ACTIVE
               MOVE PCD-CLRG-CLIENT-NAME TO PCD-CLNA-CLIENT-NAME
               MOVE '00'                 TO PCD-CLNA-RETURN-CODE
           END-IF.
       4100-EXIT.
           EXIT.
       8000-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE PCD-CLRG-MASTER
               CLOSE PCD-CLXM-MASTER
           END-IF
           MOVE 'C' TO PCD-TOKA-FUNCTION
           CALL 'PCDTOKN' USING PCD-TOKA-AREA
           MOVE 'N'  TO WS-FILES-OPEN-SW
           MOVE '00' TO PCD-CLNA-RETURN-CODE.
       8000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   9100-CLIENT-IO-ERROR -- RAISE THE INCIDENT AND HAND '12'      *
      **   BACK; THE CALLER DECIDES WHETHER IT CAN GO ON UNASSIGNED.     *
      **----------------------------------------------------------------*
       9100-CLIENT-IO-ERROR.
           MOVE 'PCDCLNT' TO PCD-IOERR-PROGRAM
           MOVE PCD-CLNA-JOBNUM TO PCD-IOERR-JOBNUM
           MOVE SPACES    TO PCD-IOERR-BATCH-TYPE
                             PCD-IOERR-BATCH-NUM
           CALL 'PCDIOERR' USING PCD-IOERR-AREA
           MOVE '12' TO PCD-CLNA-RETURN-CODE.
       9100-EXIT.
           EXIT.
