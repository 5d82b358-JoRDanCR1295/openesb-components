      **==============================================================*
      **                                                              *
      **    PROGRAM: PCD161              SYSTEM: PCDS                 *
      **    YEARLY CMS-HCC DIAGNOSIS MAPPING LOAD                     *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.  LOADS THE CMS      *
      **                          ICD-10 TO HCC MAPPING (PCDHCCIN) TO  *
      **                          THE PCDHCCM MASTER.  THE FIRST ROW   *
      **                          SEEN FOR A MODEL YEAR CLEARS THAT    *
      **                          YEAR'S ROWS, SO A CORRECTED MAPPING  *
      **                          REPLACES THE OLD ONE OUTRIGHT;       *
      **                          OTHER YEARS ARE KEPT FOR PRIOR-YEAR  *
      **                          REBUILDS.  DECIMAL POINTS ARE        *
      **                          SQUEEZED OUT OF THE DIAGNOSIS CODE.  *
      **                          ROWS WITH A BAD YEAR OR HCC, OR A    *
      **                          BLANK CODE, ARE REJECTED.            *
      ** RTC    10/15/26          REJECTED AND SKIPPED RECORDS NOW    *
      **                          READ THE NEXT ONE AND LEAVE THROUGH *
      **                          THE EXIT PARAGRAPH INSTEAD OF       *
      **                          BRANCHING TO A LABEL INSIDE THE     *
      **                          PERFORMED RANGE.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD161.
       AUTHOR.        MANAGED CARE UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-HCCIN-FILE  ASSIGN TO PCDHCCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-HCCM-MASTER ASSIGN TO PCDHCCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-HCCM-KEY
               FILE STATUS IS WS-HCCM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-HCCIN-FILE
           RECORDING MODE IS F.
       01  FD-HCCIN-REC               PIC X(080).
       FD  PCD-HCCM-MASTER.
       COPY PCDHCCM.
       WORKING-STORAGE SECTION.
      **----------------------------------------------------------------*
      **   MAPPING FEED LAYOUT, ONE DIAGNOSIS/HCC PAIR PER ROW.          *
      **----------------------------------------------------------------*
       01  WS-HCCIN-REC.
           05  WS-HCCIN-MODEL-YEAR     PIC X(004).
           05  WS-HCCIN-MODEL-YEAR-9 REDEFINES WS-HCCIN-MODEL-YEAR
                                       PIC 9(004).
           05  WS-HCCIN-DIAG-CODE      PIC X(008).
           05  WS-HCCIN-HCC            PIC X(003).
           05  WS-HCCIN-HCC-9 REDEFINES WS-HCCIN-HCC
                                       PIC 9(003).
           05  WS-HCCIN-MODEL-VERSION  PIC X(003).
           05  WS-HCCIN-HCC-DESC       PIC X(030).
           05  FILLER                  PIC X(032).
       77  WS-EOF-SWITCH               PIC X(001)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       77  WS-CLEAR-EOF-SWITCH         PIC X(001)  VALUE 'N'.
           88  WS-CLEAR-DONE                       VALUE 'Y'.
       77  WS-HCCM-FILE-STATUS         PIC X(002)  VALUE SPACES.
           88  WS-HCCM-FOUND                       VALUE '00'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-CLEARED-SUB              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CLEARED-COUNT            PIC 9(004)  COMP  VALUE ZERO.
       77  WS-CHAR-SUB                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-OUT-SUB                  PIC 9(004)  COMP  VALUE ZERO.
       77  WS-WORK-DIAG-CODE           PIC X(008)  VALUE SPACES.
       77  WS-ROWS-READ                PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-LOADED              PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REPLACED            PIC 9(007)  COMP  VALUE ZERO.
       77  WS-ROWS-REJECTED            PIC 9(005)  COMP  VALUE ZERO.
       01  WS-CLEARED-TABLE.
           05  WS-CL-MODEL-YEAR        PIC 9(004)  OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-LOAD-MAPPING  THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE     THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PCD-HCCIN-FILE
           OPEN I-O   PCD-HCCM-MASTER
           PERFORM 1100-READ-HCCIN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-HCCIN.
           READ PCD-HCCIN-FILE INTO WS-HCCIN-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-LOAD-MAPPING.
           ADD 1 TO WS-ROWS-READ
           IF WS-HCCIN-MODEL-YEAR NOT NUMERIC
           OR WS-HCCIN-HCC NOT NUMERIC
           OR WS-HCCIN-DIAG-CODE = SPACES
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM 1100-READ-HCCIN THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CLEAR-PRIOR-LOAD THRU 2100-EXIT
           PERFORM 2200-SQUEEZE-DIAG-CODE THRU 2200-EXIT
           MOVE SPACES                 TO PCD-HCCM-REC
           MOVE WS-HCCIN-MODEL-YEAR-9  TO PCD-HCCM-MODEL-YEAR
           MOVE WS-WORK-DIAG-CODE      TO PCD-HCCM-DIAG-CODE
           MOVE WS-HCCIN-HCC-9         TO PCD-HCCM-HCC
           MOVE WS-HCCIN-HCC-DESC      TO PCD-HCCM-HCC-DESC
           MOVE WS-HCCIN-MODEL-VERSION TO PCD-HCCM-MODEL-VERSION
           MOVE WS-RUN-DATE            TO PCD-HCCM-LOAD-DATE
           WRITE PCD-HCCM-REC
               INVALID KEY
                   ADD 1 TO WS-ROWS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-LOADED
           END-WRITE
           PERFORM 1100-READ-HCCIN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2100-CLEAR-PRIOR-LOAD -- ONCE PER MODEL YEAR PER RUN, DELETE  *
      **   THE ROWS ALREADY ON FILE FOR IT.                              *
      **----------------------------------------------------------------*
       2100-CLEAR-PRIOR-LOAD.
           PERFORM VARYING WS-CLEARED-SUB FROM 1 BY 1
                   UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT
                   OR WS-CL-MODEL-YEAR (WS-CLEARED-SUB)
                           = WS-HCCIN-MODEL-YEAR-9
               CONTINUE
           END-PERFORM
           IF WS-CLEARED-SUB NOT > WS-CLEARED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-CLEARED-COUNT < 20
               ADD 1 TO WS-CLEARED-COUNT
               MOVE WS-HCCIN-MODEL-YEAR-9
                   TO WS-CL-MODEL-YEAR (WS-CLEARED-COUNT)
           END-IF
           MOVE LOW-VALUES            TO PCD-HCCM-KEY
           MOVE WS-HCCIN-MODEL-YEAR-9 TO PCD-HCCM-MODEL-YEAR
           MOVE 'N'                   TO WS-CLEAR-EOF-SWITCH
           START PCD-HCCM-MASTER KEY NOT < PCD-HCCM-KEY
               INVALID KEY
                   SET WS-CLEAR-DONE TO TRUE
           END-START
           PERFORM 2110-DELETE-ONE-ROW THRU 2110-EXIT
               UNTIL WS-CLEAR-DONE.
       2100-EXIT.
           EXIT.
       2110-DELETE-ONE-ROW.
           READ PCD-HCCM-MASTER NEXT RECORD
               AT END
                   SET WS-CLEAR-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF PCD-HCCM-MODEL-YEAR NOT = WS-HCCIN-MODEL-YEAR-9
               SET WS-CLEAR-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           DELETE PCD-HCCM-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-REPLACED
           END-DELETE.
       2110-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2200-SQUEEZE-DIAG-CODE -- CMS PUBLISHES SOME CODES WITH THE   *
      **   DECIMAL POINT; THE CLAIM CARRIES THEM WITHOUT.                *
      **----------------------------------------------------------------*
       2200-SQUEEZE-DIAG-CODE.
           MOVE SPACES TO WS-WORK-DIAG-CODE
           MOVE ZERO   TO WS-OUT-SUB
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 8
               IF WS-HCCIN-DIAG-CODE (WS-CHAR-SUB:1) NOT = '.'
               AND WS-HCCIN-DIAG-CODE (WS-CHAR-SUB:1) NOT = SPACE
                   ADD 1 TO WS-OUT-SUB
                   MOVE WS-HCCIN-DIAG-CODE (WS-CHAR-SUB:1)
                       TO WS-WORK-DIAG-CODE (WS-OUT-SUB:1)
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-HCCIN-FILE
           CLOSE PCD-HCCM-MASTER
           DISPLAY 'PCD161 - MAPPING ROWS READ:     ' WS-ROWS-READ
           DISPLAY 'PCD161 - MAPPING ROWS LOADED:   ' WS-ROWS-LOADED
           DISPLAY 'PCD161 - PRIOR ROWS REPLACED:   ' WS-ROWS-REPLACED
           DISPLAY 'PCD161 - ROWS REJECTED:         ' WS-ROWS-REJECTED.
       9000-EXIT.
           EXIT.
