      **==============================================================*
      **                                                               *
      **    PROGRAM: PCD234           SYSTEM: PCDS                     *
      **    CLAIM RECORD FIELD DICTIONARY BUILD (PCDFDIC)              *
      **                                                               *
      ** ...................... CHANGE HISTORY ......................  *
      ** USER:  START:   TICKET # AND COMMENTS                         *
      ** ------ -------- ------------------------------------- ------- *
      ** RTC    10/15/26          INITIAL VERSION.  READS THE P124CLAM *
      **                          COPYBOOK SOURCE (DD PCDCLAMS) AND    *
      **                          FILES EVERY NAMED DATA ITEM OF EACH  *
      **                          CLAIM RECORD LAYOUT ON THE PCDFDIC   *
      **                          DICTIONARY WITH ITS RECORD TYPE,     *
      **                          POSITION, LENGTH, CLASS AND OCCURS   *
      **                          DIMENSIONS, WORKING OUT REDEFINES    *
      **                          AND NESTED OCCURS THE WAY THE        *
      **                          COMPILER LAYS THEM OUT.  LISTS THE   *
      **                          DICTIONARY ON PCDFDLST FOR THE       *
      **                          ANALYSTS.  RERUN WHENEVER P124CLAM   *
      **                          CHANGES, BEFORE THE NEXT PCD235      *
      **                          EXTRACT.  RC 4 WHEN A NAME IS        *
      **                          DEFINED TWICE (THE FIRST DEFINITION  *
      **                          IS KEPT) OR A REDEFINES CANNOT BE    *
      **                          RESOLVED.                            *
      ** RTC    10/15/26          COMMENT AND BLANK LINES READ THE    *
      **                          NEXT LINE, AND AN EMPTY STATEMENT   *
      **                          RESETS, THEN LEAVE THROUGH THE EXIT *
      **                          PARAGRAPH INSTEAD OF A LABEL INSIDE *
      **                          THE RANGE.  THE OCCURS              *
      **                          RIGHT-JUSTIFY IS PERFORMED UNTIL    *
      **                          DONE RATHER THAN LOOPING ON ITSELF. *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD234.
       AUTHOR.        DATA CENTER CONTROL UNIT.
       INSTALLATION.  PCDS CLAIMS SYSTEM.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCD-COPYBOOK-SOURCE ASSIGN TO PCDCLAMS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-FDIC-MASTER     ASSIGN TO PCDFDIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCD-FDIC-FIELD-NAME
               FILE STATUS IS WS-FDIC-FILE-STATUS.
           SELECT PCD-REPORT-FILE     ASSIGN TO PCDFDLST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCD-COPYBOOK-SOURCE
           RECORDING MODE IS F.
       01  FD-SOURCE-LINE.
           05  FD-SEQUENCE-AREA        PIC X(006).
           05  FD-INDICATOR-AREA       PIC X(001).
           05  FD-TEXT-AREA            PIC X(065).
           05  FILLER                  PIC X(008).
       FD  PCD-FDIC-MASTER.
       COPY PCDFDIC.
       FD  PCD-REPORT-FILE
           RECORDING MODE IS F.
       01  PCD-REPORT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-FDIC-FILE-STATUS         PIC X(002)  VALUE SPACES.
       77  WS-SOURCE-EOF-SWITCH        PIC X(001)  VALUE 'N'.
           88  WS-SOURCE-END-OF-FILE               VALUE 'Y'.
       77  WS-LITERAL-SWITCH           PIC X(001)  VALUE 'N'.
           88  WS-IN-LITERAL                       VALUE 'Y'.
       77  WS-RECORD-OPEN-SWITCH       PIC X(001)  VALUE 'N'.
           88  WS-RECORD-OPEN                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(008)  VALUE ZERO.
       77  WS-QUOTE-CHAR               PIC X(001)  VALUE SPACES.
       77  WS-CHAR                     PIC X(001)  VALUE SPACES.
       77  WS-NEXT-CHAR                PIC X(001)  VALUE SPACES.
       77  WS-CHAR-SUB                 PIC 9(003)  COMP  VALUE ZERO.
       77  WS-TOKEN                    PIC X(030)  VALUE SPACES.
       77  WS-TOKEN-LEN                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-TOKEN-SUB                PIC 9(003)  COMP  VALUE ZERO.
       77  WS-TEXT-AREA                PIC X(066)  VALUE SPACES.
       77  WS-CURRENT-REC-TYPE         PIC X(002)  VALUE SPACES.
       77  WS-CURRENT-POS              PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FT-SUB                   PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FT-FOUND                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-FT-COUNT                 PIC 9(004)  COMP  VALUE ZERO.
       77  WS-PARENT-SUB               PIC 9(004)  COMP  VALUE ZERO.
       77  WS-STACK-DEPTH              PIC 9(003)  COMP  VALUE ZERO.
       77  WS-OWNER-SUB                PIC 9(004)  COMP  VALUE ZERO.
       77  WS-LINES-READ               PIC 9(007)  COMP  VALUE ZERO.
       77  WS-RECORDS-MAPPED           PIC 9(005)  COMP  VALUE ZERO.
       77  WS-FIELDS-WRITTEN           PIC 9(007)  COMP  VALUE ZERO.
       77  WS-DUPLICATE-COUNT          PIC 9(005)  COMP  VALUE ZERO.
       77  WS-UNRESOLVED-COUNT         PIC 9(005)  COMP  VALUE ZERO.
      **----------------------------------------------------------------*
      **   ONE DATA DESCRIPTION ENTRY, BROKEN INTO WORDS.  ONLY THE      *
      **   FIRST TWELVE WORDS ARE KEPT -- ANYTHING PAST THAT IS A LIST   *
      **   OF VALUES, WHICH THE DICTIONARY DOES NOT NEED.                *
      **----------------------------------------------------------------*
       01  WS-STATEMENT.
           05  WS-STMT-TOKEN-COUNT     PIC 9(003)  COMP  VALUE ZERO.
           05  WS-STMT-TOKEN           PIC X(030)  OCCURS 12 TIMES.
       01  WS-ITEM.
           05  WS-ITEM-LEVEL           PIC 9(002).
           05  WS-ITEM-NAME            PIC X(030).
           05  WS-ITEM-REDEFINES       PIC X(030).
           05  WS-ITEM-PICTURE         PIC X(030).
           05  WS-ITEM-USAGE           PIC X(001).
               88  WS-ITEM-DISPLAY                 VALUE 'D'.
               88  WS-ITEM-PACKED                  VALUE 'P'.
               88  WS-ITEM-BINARY                  VALUE 'B'.
           05  WS-ITEM-OCCURS          PIC 9(003).
           05  WS-ITEM-LEVEL-X         PIC X(002).
           05  WS-ITEM-LEVEL-9 REDEFINES WS-ITEM-LEVEL-X
                                       PIC 9(002).
           05  WS-ITEM-OCCURS-X        PIC X(003).
      **----------------------------------------------------------------*
      **   PICTURE STRING SIZING.                                        *
      **----------------------------------------------------------------*
       01  WS-PICTURE-WORK.
           05  WS-PIC-SUB              PIC 9(003)  COMP.
           05  WS-PIC-SIZE             PIC 9(003)  COMP.
           05  WS-PIC-DIGITS           PIC 9(003)  COMP.
           05  WS-PIC-DECIMALS         PIC 9(003)  COMP.
           05  WS-PIC-REPEAT           PIC 9(003)  COMP.
           05  WS-PIC-CHAR             PIC X(001).
           05  WS-PIC-DIGIT-X          PIC X(001).
           05  WS-PIC-DIGIT REDEFINES WS-PIC-DIGIT-X
                                       PIC 9(001).
           05  WS-PIC-LAST-SYMBOL      PIC X(001).
           05  WS-PIC-SIGNED-SW        PIC X(001).
           05  WS-PIC-AFTER-V-SW       PIC X(001).
           05  WS-PIC-ALPHA-SW         PIC X(001).
           05  WS-PIC-PAREN-SW         PIC X(001).
      **----------------------------------------------------------------*
      **   DATA ITEMS OF THE RECORD LAYOUT BEING MAPPED (ONE 05-LEVEL    *
      **   RECORD AT A TIME).  START IS THE ZERO-BASED BYTE OFFSET;      *
      **   OWNER-1/OWNER-2 POINT AT THE OUTER/INNER OCCURS ITEMS THE     *
      **   ENTRY SITS UNDER; RESUME IS WHERE THE NEXT ITEM STARTS AFTER  *
      **   A REDEFINES.                                                  *
      **----------------------------------------------------------------*
       01  WS-FIELD-TABLE.
           05  WS-FT-ENTRY OCCURS 700 TIMES.
               10  WS-FT-NAME          PIC X(030).
               10  WS-FT-LEVEL         PIC 9(002).
               10  WS-FT-START         PIC 9(004)  COMP.
               10  WS-FT-LENGTH        PIC 9(004)  COMP.
               10  WS-FT-CLASS         PIC X(001).
               10  WS-FT-DIGITS        PIC 9(002)  COMP.
               10  WS-FT-DECIMALS      PIC 9(002)  COMP.
               10  WS-FT-OCCURS        PIC 9(003)  COMP.
               10  WS-FT-OWNER-1       PIC 9(004)  COMP.
               10  WS-FT-OWNER-2       PIC 9(004)  COMP.
               10  WS-FT-RESUME        PIC 9(004)  COMP.
       01  WS-LEVEL-STACK.
           05  WS-STK-FT-SUB           PIC 9(004)  COMP
                                       OCCURS 20 TIMES.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(050)  VALUE
               'PCD234 - CLAIM RECORD FIELD DICTIONARY (P124CLAM)'.
           05  FILLER                  PIC X(010)  VALUE 'RUN DATE: '.
           05  WS-H-RUN-DATE           PIC 9(008).
       01  WS-HEADING-2.
           05  FILLER                  PIC X(040)  VALUE
               'DATA NAME                      RT LV  PO'.
           05  FILLER                  PIC X(040)  VALUE
               'S  LEN C DG DC OCC1 STR1 OCC2 STR2'.
       01  WS-DETAIL-LINE.
           05  WS-L-FIELD-NAME         PIC X(030).
           05  FILLER                  PIC X(001).
           05  WS-L-REC-TYPE           PIC X(002).
           05  FILLER                  PIC X(001).
           05  WS-L-LEVEL              PIC 9(002).
           05  FILLER                  PIC X(001).
           05  WS-L-START-POS          PIC ZZ9.
           05  FILLER                  PIC X(001).
           05  WS-L-LENGTH             PIC ZZ9.
           05  FILLER                  PIC X(001).
           05  WS-L-CLASS              PIC X(001).
           05  FILLER                  PIC X(001).
           05  WS-L-DIGITS             PIC Z9.
           05  FILLER                  PIC X(001).
           05  WS-L-DECIMALS           PIC Z9.
           05  FILLER                  PIC X(002).
           05  WS-L-OCCURS-1           PIC ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-L-STRIDE-1           PIC ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-L-OCCURS-2           PIC ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-L-STRIDE-2           PIC ZZ9.
           05  FILLER                  PIC X(002).
           05  WS-L-NOTE               PIC X(030).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-SCAN-LINE       THRU 2000-EXIT
               UNTIL WS-SOURCE-END-OF-FILE
           PERFORM 4000-CLOSE-RECORD    THRU 4000-EXIT
           PERFORM 9000-TERMINATE       THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PCD-COPYBOOK-SOURCE
           OPEN OUTPUT PCD-FDIC-MASTER
           OPEN OUTPUT PCD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           WRITE PCD-REPORT-LINE FROM WS-HEADING-1
           WRITE PCD-REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO   TO WS-STMT-TOKEN-COUNT
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO   TO WS-TOKEN-LEN
           PERFORM 1100-READ-SOURCE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-SOURCE.
           READ PCD-COPYBOOK-SOURCE
               AT END
                   SET WS-SOURCE-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
           END-READ.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2000-SCAN-LINE -- COLUMNS 8-72 OF EACH NON-COMMENT LINE ARE   *
      **   SPLIT INTO WORDS.  A PERIOD FOLLOWED BY A SPACE, OUTSIDE A    *
      **   LITERAL, ENDS THE DATA DESCRIPTION ENTRY.  A LITERAL LEFT     *
      **   OPEN AT THE END OF A LINE IS TAKEN AS ENDED THERE, SINCE THE  *
      **   CONTINUATION LINE REOPENS IT WITH ITS OWN QUOTE.              *
      **----------------------------------------------------------------*
       2000-SCAN-LINE.
           IF FD-INDICATOR-AREA = '*' OR '/'
            OR FD-TEXT-AREA = SPACES
               PERFORM 1100-READ-SOURCE THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE FD-TEXT-AREA TO WS-TEXT-AREA
           PERFORM 2100-SCAN-CHAR THRU 2100-EXIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 65
           MOVE 'N' TO WS-LITERAL-SWITCH
           PERFORM 2300-END-TOKEN THRU 2300-EXIT
           PERFORM 1100-READ-SOURCE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-SCAN-CHAR.
           MOVE WS-TEXT-AREA (WS-CHAR-SUB:1) TO WS-CHAR
           IF WS-IN-LITERAL
               PERFORM 2200-ADD-CHAR THRU 2200-EXIT
               IF WS-CHAR = WS-QUOTE-CHAR
                   MOVE 'N' TO WS-LITERAL-SWITCH
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF WS-CHAR = SPACE
               PERFORM 2300-END-TOKEN THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-TEXT-AREA (WS-CHAR-SUB + 1:1) TO WS-NEXT-CHAR
           IF WS-CHAR = '.'
              AND WS-NEXT-CHAR = SPACE
               PERFORM 2300-END-TOKEN THRU 2300-EXIT
               PERFORM 3000-PROCESS-STATEMENT THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-CHAR = QUOTE OR "'"
               MOVE 'Y'     TO WS-LITERAL-SWITCH
               MOVE WS-CHAR TO WS-QUOTE-CHAR
           END-IF
           PERFORM 2200-ADD-CHAR THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
       2200-ADD-CHAR.
           IF WS-TOKEN-LEN < 30
               ADD 1 TO WS-TOKEN-LEN
               MOVE WS-CHAR TO WS-TOKEN (WS-TOKEN-LEN:1)
           END-IF.
       2200-EXIT.
           EXIT.
       2300-END-TOKEN.
           IF WS-TOKEN-LEN = ZERO
               GO TO 2300-EXIT
           END-IF
           IF WS-STMT-TOKEN-COUNT < 12
               ADD 1 TO WS-STMT-TOKEN-COUNT
               MOVE WS-TOKEN TO WS-STMT-TOKEN (WS-STMT-TOKEN-COUNT)
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO   TO WS-TOKEN-LEN.
       2300-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-PROCESS-STATEMENT -- CONDITION NAMES (88) AND RENAMES    *
      **   (66) TAKE NO STORAGE AND ARE PASSED OVER.  AN 01 CLOSES THE   *
      **   RECORD IN HAND; EACH 05 (ONE REDEFINITION OF THE 192-BYTE     *
      **   RECORD AREA) STARTS A NEW RECORD LAYOUT AT OFFSET ZERO.       *
      **----------------------------------------------------------------*
       3000-PROCESS-STATEMENT.
           IF WS-STMT-TOKEN-COUNT = ZERO
               MOVE ZERO TO WS-STMT-TOKEN-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-ITEM-LEVEL-X
           IF WS-STMT-TOKEN (1) (3:1) = SPACE
               IF WS-STMT-TOKEN (1) (2:1) = SPACE
                   MOVE '0'                    TO WS-ITEM-LEVEL-X (1:1)
                   MOVE WS-STMT-TOKEN (1) (1:1) TO WS-ITEM-LEVEL-X (2:1)
               ELSE
                   MOVE WS-STMT-TOKEN (1) (1:2) TO WS-ITEM-LEVEL-X
               END-IF
           END-IF
           IF WS-ITEM-LEVEL-X NOT NUMERIC
               MOVE ZERO TO WS-STMT-TOKEN-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ITEM-LEVEL-9 TO WS-ITEM-LEVEL
           IF WS-ITEM-LEVEL = 88 OR 66
               MOVE ZERO TO WS-STMT-TOKEN-COUNT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-PARSE-CLAUSES THRU 3100-EXIT
           EVALUATE TRUE
               WHEN WS-ITEM-LEVEL = 01 OR 77
                   PERFORM 4000-CLOSE-RECORD THRU 4000-EXIT
               WHEN WS-ITEM-LEVEL NOT > 05
                   PERFORM 4000-CLOSE-RECORD THRU 4000-EXIT
                   PERFORM 3200-OPEN-RECORD  THRU 3200-EXIT
               WHEN WS-RECORD-OPEN
                   PERFORM 3500-ADD-ITEM     THRU 3500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO WS-STMT-TOKEN-COUNT.
       3000-EXIT.
           EXIT.
       3100-PARSE-CLAUSES.
           MOVE SPACES TO WS-ITEM-NAME WS-ITEM-REDEFINES
                          WS-ITEM-PICTURE
           MOVE 'D'    TO WS-ITEM-USAGE
           MOVE ZERO   TO WS-ITEM-OCCURS
           IF WS-STMT-TOKEN-COUNT > 1
               MOVE WS-STMT-TOKEN (2) TO WS-ITEM-NAME
           END-IF
           PERFORM 3150-PARSE-CLAUSE THRU 3150-EXIT
               VARYING WS-TOKEN-SUB FROM 2 BY 1
               UNTIL WS-TOKEN-SUB > WS-STMT-TOKEN-COUNT
           IF WS-ITEM-NAME = 'REDEFINES' OR 'PIC' OR 'PICTURE'
                          OR 'OCCURS'
               MOVE 'FILLER' TO WS-ITEM-NAME
           END-IF.
       3100-EXIT.
           EXIT.
       3150-PARSE-CLAUSE.
           EVALUATE WS-STMT-TOKEN (WS-TOKEN-SUB)
               WHEN 'REDEFINES'
                   IF WS-TOKEN-SUB < WS-STMT-TOKEN-COUNT
                       MOVE WS-STMT-TOKEN (WS-TOKEN-SUB + 1)
                         TO WS-ITEM-REDEFINES
                   END-IF
               WHEN 'PIC'
               WHEN 'PICTURE'
                   IF WS-TOKEN-SUB < WS-STMT-TOKEN-COUNT
                       MOVE WS-STMT-TOKEN (WS-TOKEN-SUB + 1)
                         TO WS-ITEM-PICTURE
                       IF WS-ITEM-PICTURE = 'IS'
                          AND WS-TOKEN-SUB + 1 < WS-STMT-TOKEN-COUNT
                           MOVE WS-STMT-TOKEN (WS-TOKEN-SUB + 2)
                             TO WS-ITEM-PICTURE
                       END-IF
                   END-IF
               WHEN 'OCCURS'
                   IF WS-TOKEN-SUB < WS-STMT-TOKEN-COUNT
                       MOVE SPACES TO WS-ITEM-OCCURS-X
                       MOVE WS-STMT-TOKEN (WS-TOKEN-SUB + 1)
                         TO WS-ITEM-OCCURS-X
                       IF WS-ITEM-OCCURS-X NOT = SPACES
                           PERFORM 3160-RIGHT-JUSTIFY-OCCURS
                              THRU 3160-EXIT
                              UNTIL WS-ITEM-OCCURS-X (3:1) NOT = SPACE
                       END-IF
                       IF WS-ITEM-OCCURS-X NUMERIC
                           MOVE WS-ITEM-OCCURS-X TO WS-ITEM-OCCURS
                       END-IF
                   END-IF
               WHEN 'COMP'
               WHEN 'COMP-4'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'BINARY'
                   MOVE 'B' TO WS-ITEM-USAGE
               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'P' TO WS-ITEM-USAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3150-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3160-RIGHT-JUSTIFY-OCCURS -- "OCCURS 5" ARRIVES AS '5  ';     *
      **   SHIFT IT TO '005' SO IT CAN BE MOVED AS A NUMBER.             *
      **----------------------------------------------------------------*
       3160-RIGHT-JUSTIFY-OCCURS.
           MOVE WS-ITEM-OCCURS-X (1:2) TO WS-ITEM-OCCURS-X (2:2)
           MOVE ZERO                   TO WS-ITEM-OCCURS-X (1:1).
       3160-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3200-OPEN-RECORD -- THE RECORD TYPE COMES FROM THE 05 NAME:   *
      **   PCDS-C0-RECORD GIVES C0, D0-ALPHA GIVES D0.  THE COMMON AREA  *
      **   (PCDS-00-RECORD) IS TYPE 00 -- ITS FIELDS APPLY TO EVERY      *
      **   RECORD TYPE.                                                  *
      **----------------------------------------------------------------*
       3200-OPEN-RECORD.
           MOVE '00' TO WS-CURRENT-REC-TYPE
           EVALUATE TRUE
               WHEN WS-ITEM-NAME (1:5) = 'PCDS-'
                AND WS-ITEM-NAME (8:1) = '-'
                   MOVE WS-ITEM-NAME (6:2) TO WS-CURRENT-REC-TYPE
               WHEN WS-ITEM-NAME (3:1) = '-'
                   MOVE WS-ITEM-NAME (1:2) TO WS-CURRENT-REC-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'Y'  TO WS-RECORD-OPEN-SWITCH
           MOVE ZERO TO WS-FT-COUNT WS-STACK-DEPTH WS-CURRENT-POS
           ADD 1 TO WS-RECORDS-MAPPED
           MOVE SPACES TO WS-ITEM-REDEFINES
           PERFORM 3500-ADD-ITEM THRU 3500-EXIT.
       3200-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3500-ADD-ITEM -- CLOSE ANY ITEMS AT THIS LEVEL OR BELOW IT,   *
      **   THEN PLACE THE NEW ITEM AT THE CURRENT OFFSET (OR OVER THE    *
      **   ITEM IT REDEFINES).  AN ELEMENTARY ITEM ADVANCES THE OFFSET   *
      **   NOW; A GROUP'S LENGTH IS KNOWN ONLY WHEN IT IS CLOSED.        *
      **----------------------------------------------------------------*
       3500-ADD-ITEM.
           PERFORM 3600-CLOSE-ITEM THRU 3600-EXIT
               UNTIL WS-STACK-DEPTH = ZERO
                  OR WS-FT-LEVEL (WS-STK-FT-SUB (WS-STACK-DEPTH))
                         < WS-ITEM-LEVEL
           IF WS-FT-COUNT NOT < 700
               DISPLAY 'PCD234 - RECORD ' WS-CURRENT-REC-TYPE
                   ' HAS MORE THAN 700 DATA ITEMS - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FT-COUNT
           MOVE WS-FT-COUNT TO WS-FT-SUB
           MOVE ZERO        TO WS-FT-RESUME (WS-FT-SUB)
           IF WS-ITEM-REDEFINES NOT = SPACES
               PERFORM 3550-FIND-REDEFINED THRU 3550-EXIT
           END-IF
           MOVE WS-ITEM-NAME   TO WS-FT-NAME     (WS-FT-SUB)
           MOVE WS-ITEM-LEVEL  TO WS-FT-LEVEL    (WS-FT-SUB)
           MOVE WS-CURRENT-POS TO WS-FT-START    (WS-FT-SUB)
           MOVE WS-ITEM-OCCURS TO WS-FT-OCCURS   (WS-FT-SUB)
           MOVE ZERO           TO WS-FT-LENGTH   (WS-FT-SUB)
                                  WS-FT-DIGITS   (WS-FT-SUB)
                                  WS-FT-DECIMALS (WS-FT-SUB)
                                  WS-FT-OWNER-1  (WS-FT-SUB)
                                  WS-FT-OWNER-2  (WS-FT-SUB)
           IF WS-STACK-DEPTH > ZERO
               MOVE WS-STK-FT-SUB (WS-STACK-DEPTH) TO WS-PARENT-SUB
               MOVE WS-FT-OWNER-1 (WS-PARENT-SUB)
                 TO WS-FT-OWNER-1 (WS-FT-SUB)
               MOVE WS-FT-OWNER-2 (WS-PARENT-SUB)
                 TO WS-FT-OWNER-2 (WS-FT-SUB)
           END-IF
           IF WS-ITEM-OCCURS > ZERO
               IF WS-FT-OWNER-1 (WS-FT-SUB) = ZERO
                   MOVE WS-FT-SUB TO WS-FT-OWNER-1 (WS-FT-SUB)
               ELSE
                   IF WS-FT-OWNER-2 (WS-FT-SUB) = ZERO
                       MOVE WS-FT-SUB TO WS-FT-OWNER-2 (WS-FT-SUB)
                   END-IF
               END-IF
           END-IF
           IF WS-ITEM-PICTURE = SPACES
               MOVE 'G' TO WS-FT-CLASS (WS-FT-SUB)
           ELSE
               PERFORM 3700-SIZE-PICTURE THRU 3700-EXIT
               IF WS-ITEM-OCCURS > ZERO
                   COMPUTE WS-CURRENT-POS = WS-CURRENT-POS
                       + (WS-FT-LENGTH (WS-FT-SUB) * WS-ITEM-OCCURS)
               ELSE
                   ADD WS-FT-LENGTH (WS-FT-SUB) TO WS-CURRENT-POS
               END-IF
           END-IF
           IF WS-STACK-DEPTH < 20
               ADD 1 TO WS-STACK-DEPTH
               MOVE WS-FT-SUB TO WS-STK-FT-SUB (WS-STACK-DEPTH)
           END-IF.
       3500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3550-FIND-REDEFINED -- LOOK BACK THROUGH THE RECORD FOR THE   *
      **   REDEFINED ITEM.  THE BYTES AFTER IT ARE WHERE THE NEXT ITEM   *
      **   BEGINS ONCE THE REDEFINITION IS CLOSED.                       *
      **----------------------------------------------------------------*
       3550-FIND-REDEFINED.
           MOVE ZERO TO WS-FT-FOUND
           PERFORM 3560-CHECK-REDEFINED THRU 3560-EXIT
               VARYING WS-OWNER-SUB FROM WS-FT-SUB BY -1
               UNTIL WS-OWNER-SUB < 1
                  OR WS-FT-FOUND > ZERO
           IF WS-FT-FOUND = ZERO
               ADD 1 TO WS-UNRESOLVED-COUNT
               DISPLAY 'PCD234 - ' WS-ITEM-NAME
                   ' REDEFINES UNKNOWN ITEM ' WS-ITEM-REDEFINES
               GO TO 3550-EXIT
           END-IF
           MOVE WS-CURRENT-POS TO WS-FT-RESUME (WS-FT-SUB)
           MOVE WS-FT-START (WS-FT-FOUND) TO WS-CURRENT-POS.
       3550-EXIT.
           EXIT.
       3560-CHECK-REDEFINED.
           IF WS-OWNER-SUB < WS-FT-SUB
              AND WS-FT-NAME (WS-OWNER-SUB) = WS-ITEM-REDEFINES
               MOVE WS-OWNER-SUB TO WS-FT-FOUND
           END-IF.
       3560-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3600-CLOSE-ITEM -- A GROUP'S LENGTH IS ONE OCCURRENCE OF ITS  *
      **   SUBORDINATE ITEMS; AN OCCURS GROUP THEN RESERVES THE REST OF  *
      **   ITS OCCURRENCES.                                              *
      **----------------------------------------------------------------*
       3600-CLOSE-ITEM.
           MOVE WS-STK-FT-SUB (WS-STACK-DEPTH) TO WS-OWNER-SUB
           IF WS-FT-CLASS (WS-OWNER-SUB) = 'G'
               COMPUTE WS-FT-LENGTH (WS-OWNER-SUB)
                   = WS-CURRENT-POS - WS-FT-START (WS-OWNER-SUB)
               IF WS-FT-OCCURS (WS-OWNER-SUB) > 1
                   COMPUTE WS-CURRENT-POS = WS-FT-START (WS-OWNER-SUB)
                       + (WS-FT-LENGTH (WS-OWNER-SUB)
                          * WS-FT-OCCURS (WS-OWNER-SUB))
               END-IF
           END-IF
           IF WS-FT-RESUME (WS-OWNER-SUB) > WS-CURRENT-POS
               MOVE WS-FT-RESUME (WS-OWNER-SUB) TO WS-CURRENT-POS
           END-IF
           SUBTRACT 1 FROM WS-STACK-DEPTH.
       3600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3700-SIZE-PICTURE -- COUNT THE STORAGE POSITIONS OF THE       *
      **   PICTURE STRING.  S, V AND P TAKE NO STORAGE; A REPEAT FACTOR  *
      **   IN PARENTHESES APPLIES TO THE SYMBOL BEFORE IT.  PACKED AND   *
      **   BINARY ITEMS ARE SIZED FROM THEIR DIGIT COUNT.                *
      **----------------------------------------------------------------*
       3700-SIZE-PICTURE.
           MOVE ZERO   TO WS-PIC-SIZE WS-PIC-DIGITS WS-PIC-DECIMALS
           MOVE SPACES TO WS-PIC-LAST-SYMBOL
           MOVE 'N'    TO WS-PIC-SIGNED-SW WS-PIC-AFTER-V-SW
                          WS-PIC-ALPHA-SW WS-PIC-PAREN-SW
           PERFORM 3710-PICTURE-CHAR THRU 3710-EXIT
               VARYING WS-PIC-SUB FROM 1 BY 1
               UNTIL WS-PIC-SUB > 30
           MOVE WS-PIC-DIGITS   TO WS-FT-DIGITS   (WS-FT-SUB)
           MOVE WS-PIC-DECIMALS TO WS-FT-DECIMALS (WS-FT-SUB)
           EVALUATE TRUE
               WHEN WS-PIC-ALPHA-SW = 'Y'
                   MOVE 'X'         TO WS-FT-CLASS  (WS-FT-SUB)
                   MOVE WS-PIC-SIZE TO WS-FT-LENGTH (WS-FT-SUB)
               WHEN WS-ITEM-PACKED
                   MOVE 'P'         TO WS-FT-CLASS  (WS-FT-SUB)
                   COMPUTE WS-FT-LENGTH (WS-FT-SUB)
                       = (WS-PIC-DIGITS / 2) + 1
               WHEN WS-ITEM-BINARY
                   MOVE 'B'         TO WS-FT-CLASS  (WS-FT-SUB)
                   EVALUATE TRUE
                       WHEN WS-PIC-DIGITS < 5
                           MOVE 2 TO WS-FT-LENGTH (WS-FT-SUB)
                       WHEN WS-PIC-DIGITS < 10
                           MOVE 4 TO WS-FT-LENGTH (WS-FT-SUB)
                       WHEN OTHER
                           MOVE 8 TO WS-FT-LENGTH (WS-FT-SUB)
                   END-EVALUATE
               WHEN WS-PIC-SIGNED-SW = 'Y'
                   MOVE 'S'         TO WS-FT-CLASS  (WS-FT-SUB)
                   MOVE WS-PIC-SIZE TO WS-FT-LENGTH (WS-FT-SUB)
               WHEN OTHER
                   MOVE '9'         TO WS-FT-CLASS  (WS-FT-SUB)
                   MOVE WS-PIC-SIZE TO WS-FT-LENGTH (WS-FT-SUB)
           END-EVALUATE.
       3700-EXIT.
           EXIT.
       3710-PICTURE-CHAR.
           MOVE WS-ITEM-PICTURE (WS-PIC-SUB:1) TO WS-PIC-CHAR
           IF WS-PIC-PAREN-SW = 'Y'
               PERFORM 3720-REPEAT-CHAR THRU 3720-EXIT
               GO TO 3710-EXIT
           END-IF
           EVALUATE WS-PIC-CHAR
               WHEN SPACE
                   MOVE 31 TO WS-PIC-SUB
               WHEN '('
                   MOVE 'Y'  TO WS-PIC-PAREN-SW
                   MOVE ZERO TO WS-PIC-REPEAT
               WHEN 'S'
                   MOVE 'Y' TO WS-PIC-SIGNED-SW
               WHEN 'V'
                   MOVE 'Y' TO WS-PIC-AFTER-V-SW
               WHEN 'P'
                   MOVE 'P' TO WS-PIC-LAST-SYMBOL
               WHEN '9'
                   ADD 1 TO WS-PIC-SIZE WS-PIC-DIGITS
                   IF WS-PIC-AFTER-V-SW = 'Y'
                       ADD 1 TO WS-PIC-DECIMALS
                   END-IF
                   MOVE '9' TO WS-PIC-LAST-SYMBOL
               WHEN 'X'
               WHEN 'A'
                   ADD 1 TO WS-PIC-SIZE
                   MOVE 'Y' TO WS-PIC-ALPHA-SW
                   MOVE 'X' TO WS-PIC-LAST-SYMBOL
               WHEN OTHER
                   ADD 1 TO WS-PIC-SIZE
                   MOVE 'Y' TO WS-PIC-ALPHA-SW
                   MOVE 'E' TO WS-PIC-LAST-SYMBOL
           END-EVALUATE.
       3710-EXIT.
           EXIT.
       3720-REPEAT-CHAR.
           IF WS-PIC-CHAR NUMERIC
               MOVE WS-PIC-CHAR TO WS-PIC-DIGIT-X
               COMPUTE WS-PIC-REPEAT = (WS-PIC-REPEAT * 10)
                                     + WS-PIC-DIGIT
               GO TO 3720-EXIT
           END-IF
           MOVE 'N' TO WS-PIC-PAREN-SW
           IF WS-PIC-REPEAT < 2
              OR WS-PIC-LAST-SYMBOL = 'P' OR SPACE
               GO TO 3720-EXIT
           END-IF
           SUBTRACT 1 FROM WS-PIC-REPEAT
           ADD WS-PIC-REPEAT TO WS-PIC-SIZE
           IF WS-PIC-LAST-SYMBOL = '9'
               ADD WS-PIC-REPEAT TO WS-PIC-DIGITS
               IF WS-PIC-AFTER-V-SW = 'Y'
                   ADD WS-PIC-REPEAT TO WS-PIC-DECIMALS
               END-IF
           END-IF.
       3720-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   4000-CLOSE-RECORD -- CLOSE EVERY OPEN ITEM, THEN FILE EACH    *
      **   NAMED ITEM OF THE RECORD ON THE DICTIONARY.                   *
      **----------------------------------------------------------------*
       4000-CLOSE-RECORD.
           IF NOT WS-RECORD-OPEN
               GO TO 4000-EXIT
           END-IF
           PERFORM 3600-CLOSE-ITEM THRU 3600-EXIT
               UNTIL WS-STACK-DEPTH = ZERO
           PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT
           MOVE 'N'  TO WS-RECORD-OPEN-SWITCH
           MOVE ZERO TO WS-FT-COUNT.
       4000-EXIT.
           EXIT.
       4100-WRITE-ENTRY.
           IF WS-FT-NAME (WS-FT-SUB) = 'FILLER' OR SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES                     TO PCD-FDIC-REC
           MOVE WS-FT-NAME     (WS-FT-SUB) TO PCD-FDIC-FIELD-NAME
           MOVE WS-CURRENT-REC-TYPE        TO PCD-FDIC-REC-TYPE
           MOVE WS-FT-LEVEL    (WS-FT-SUB) TO PCD-FDIC-LEVEL
           COMPUTE PCD-FDIC-START-POS = WS-FT-START (WS-FT-SUB) + 1
           MOVE WS-FT-LENGTH   (WS-FT-SUB) TO PCD-FDIC-LENGTH
           MOVE WS-FT-CLASS    (WS-FT-SUB) TO PCD-FDIC-CLASS
           MOVE WS-FT-DIGITS   (WS-FT-SUB) TO PCD-FDIC-DIGITS
           MOVE WS-FT-DECIMALS (WS-FT-SUB) TO PCD-FDIC-DECIMALS
           MOVE ZERO TO PCD-FDIC-OCCURS-1 PCD-FDIC-STRIDE-1
                        PCD-FDIC-OCCURS-2 PCD-FDIC-STRIDE-2
           MOVE WS-FT-OWNER-1 (WS-FT-SUB) TO WS-OWNER-SUB
           IF WS-OWNER-SUB > ZERO
               MOVE WS-FT-OCCURS (WS-OWNER-SUB) TO PCD-FDIC-OCCURS-1
               MOVE WS-FT-LENGTH (WS-OWNER-SUB) TO PCD-FDIC-STRIDE-1
           END-IF
           MOVE WS-FT-OWNER-2 (WS-FT-SUB) TO WS-OWNER-SUB
           IF WS-OWNER-SUB > ZERO
               MOVE WS-FT-OCCURS (WS-OWNER-SUB) TO PCD-FDIC-OCCURS-2
               MOVE WS-FT-LENGTH (WS-OWNER-SUB) TO PCD-FDIC-STRIDE-2
           END-IF
           MOVE WS-RUN-DATE TO PCD-FDIC-BUILD-DATE
           MOVE SPACES      TO WS-L-NOTE
           WRITE PCD-FDIC-REC
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE 'DUPLICATE - FIRST ENTRY KEPT' TO WS-L-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-FIELDS-WRITTEN
           END-WRITE
           PERFORM 4200-LIST-ENTRY THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
       4200-LIST-ENTRY.
           MOVE PCD-FDIC-FIELD-NAME TO WS-L-FIELD-NAME
           MOVE PCD-FDIC-REC-TYPE   TO WS-L-REC-TYPE
           MOVE PCD-FDIC-LEVEL      TO WS-L-LEVEL
           MOVE PCD-FDIC-START-POS  TO WS-L-START-POS
           MOVE PCD-FDIC-LENGTH     TO WS-L-LENGTH
           MOVE PCD-FDIC-CLASS      TO WS-L-CLASS
           MOVE PCD-FDIC-DIGITS     TO WS-L-DIGITS
           MOVE PCD-FDIC-DECIMALS   TO WS-L-DECIMALS
           MOVE PCD-FDIC-OCCURS-1   TO WS-L-OCCURS-1
           MOVE PCD-FDIC-STRIDE-1   TO WS-L-STRIDE-1
           MOVE PCD-FDIC-OCCURS-2   TO WS-L-OCCURS-2
           MOVE PCD-FDIC-STRIDE-2   TO WS-L-STRIDE-2
           WRITE PCD-REPORT-LINE FROM WS-DETAIL-LINE.
       4200-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PCD-COPYBOOK-SOURCE
           CLOSE PCD-FDIC-MASTER
           CLOSE PCD-REPORT-FILE
           DISPLAY 'PCD234 - SOURCE LINES READ:     ' WS-LINES-READ
           DISPLAY 'PCD234 - RECORD LAYOUTS MAPPED: ' WS-RECORDS-MAPPED
           DISPLAY 'PCD234 - FIELDS WRITTEN:        ' WS-FIELDS-WRITTEN
           DISPLAY 'PCD234 - DUPLICATE NAMES:       ' WS-DUPLICATE-COUNT
           DISPLAY 'PCD234 - UNRESOLVED REDEFINES: ' WS-UNRESOLVED-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
            OR WS-UNRESOLVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
