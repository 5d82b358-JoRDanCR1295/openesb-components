      **                          OPENING THE PACKAGE.  AS FUTURE      *
      **                          REPORTS JOIN THE NIGHTLY SET, THEY   *
      **                          ARE ADDED HERE THE SAME WAY.         *
      ** RTC    10/15/26          THE PCDPKCP PARM CARD NAMES THE     *
      **                          CLIENT (COLUMNS 1-6) WHOSE PACKAGES *
      **                          THIS RUN BUILDS; THE CLIENT IS      *
      **                          CHECKED AGAINST THE PCDCLRG         *
      **                          REGISTRY THROUGH PCDCLNT AND NAMED  *
      **                          ON EVERY PACKAGE BANNER AND         *
      **                          MANIFEST.  AN UNKNOWN CLIENT STOPS  *
      **                          THE RUN.  EVERY REPORT LINE CARRIES *
      **                          A PCDRPTC CLIENT TAG AFTER ITS      *
      **                          PRINT TEXT; A CLIENT RUN PACKAGES   *
      **                          THE HEADINGS (BLANK TAG) AND THAT   *
      **                          CLIENT'S OWN LINES ONLY -- OTHER    *
      **                          CLIENTS' LINES, *MULTI AND *NONE*   *
      **                          ARE WITHHELD AND COUNTED -- AND THE *
      **                          MANIFEST COUNTS ONLY THE LINES      *
      **                          PACKAGED.  WITH NO CARD THE         *
      **                          PACKAGES ARE THE IN-HOUSE           *
      **                          ALL-CLIENT SET, AS BEFORE.          *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD087.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-NEGRW-FILE  ASSIGN TO PCDNEGRW
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-PARM-FILE   ASSIGN TO PCDPKCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-BILLING-PKG ASSIGN TO PCDPKBIL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCD-COMPLNC-PKG ASSIGN TO PCDPKCMP
       FILE SECTION.
       FD  PCD-CASRP-FILE
           RECORDING MODE IS F.
       01  PCD-CASRP-LINE.
           05  PCD-CASRP-TEXT      PIC X(080).
           05  PCD-CASRP-CLIENT-ID PIC X(006).
       FD  PCD-C0RPT-FILE
           RECORDING MODE IS F.
       01  PCD-C0RPT-LINE.
           05  PCD-C0RPT-TEXT      PIC X(080).
           05  PCD-C0RPT-CLIENT-ID PIC X(006).
       FD  PCD-TPORP-FILE
           RECORDING MODE IS F.
       01  PCD-TPORP-LINE.
           05  PCD-TPORP-TEXT      PIC X(080).
           05  PCD-TPORP-CLIENT-ID PIC X(006).
       FD  PCD-DDAGE-FILE
           RECORDING MODE IS F.
       01  PCD-DDAGE-LINE.
           05  PCD-DDAGE-TEXT      PIC X(080).
           05  PCD-DDAGE-CLIENT-ID PIC X(006).
       FD  PCD-F1REJ-FILE
           RECORDING MODE IS F.
       01  PCD-F1REJ-LINE.
           05  PCD-F1REJ-TEXT      PIC X(080).
           05  PCD-F1REJ-CLIENT-ID PIC X(006).
       FD  PCD-F2REC-FILE
           RECORDING MODE IS F.
       01  PCD-F2REC-LINE.
           05  PCD-F2REC-TEXT      PIC X(080).
           05  PCD-F2REC-CLIENT-ID PIC X(006).
       FD  PCD-AAAGE-FILE
           RECORDING MODE IS F.
       01  PCD-AAAGE-LINE.
           05  PCD-AAAGE-TEXT      PIC X(100).
           05  PCD-AAAGE-CLIENT-ID PIC X(006).
       FD  PCD-VNDAT-FILE
           RECORDING MODE IS F.
       01  PCD-VNDAT-LINE.
           05  PCD-VNDAT-TEXT      PIC X(120).
           05  PCD-VNDAT-CLIENT-ID PIC X(006).
       FD  PCD-AUTHX-FILE
           RECORDING MODE IS F.
       01  PCD-AUTHX-LINE.
           05  PCD-AUTHX-TEXT      PIC X(100).
           05  PCD-AUTHX-CLIENT-ID PIC X(006).
       FD  PCD-NEGRW-FILE
           RECORDING MODE IS F.
       01  PCD-NEGRW-LINE.
           05  PCD-NEGRW-TEXT      PIC X(080).
           05  PCD-NEGRW-CLIENT-ID PIC X(006).
       FD  PCD-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REC             PIC X(080).
       FD  PCD-BILLING-PKG
           RECORDING MODE IS F.
       01  PCD-BILLING-LINE        PIC X(132).
       77  WS-REPORT-LINE-COUNT     PIC 9(005)  COMP  VALUE ZERO.
       77  WS-REPORT-COUNT          PIC 9(003)  COMP  VALUE ZERO.
       77  WS-MANIFEST-IX           PIC 9(003)  COMP  VALUE ZERO.
       77  WS-PARM-EOF-SWITCH       PIC X(001)  VALUE 'N'.
           88  WS-PARM-END-OF-FILE              VALUE 'Y'.
       77  WS-PKG-CLIENT-ID         PIC X(006)  VALUE SPACES.
           88  WS-ALL-CLIENTS                   VALUE SPACES.
       77  WS-PKG-CLIENT-NAME       PIC X(030)  VALUE SPACES.
       77  WS-LINES-WITHHELD        PIC 9(007)  COMP  VALUE ZERO.
       COPY PCDCLNA.
       COPY PCDRPTC.
       01  WS-MANIFEST-DETAIL.
           05  WS-M-REPORT-NAME     PIC X(040).
           05  WS-M-LINE-COUNT      PIC ZZZ,ZZ9.
           PERFORM 9000-TERMINATE           THRU 9000-EXIT
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 1100-READ-CLIENT-PARM THRU 1100-EXIT
           OPEN INPUT  PCD-CASRP-FILE
           OPEN INPUT  PCD-C0RPT-FILE
           OPEN INPUT  PCD-TPORP-FILE
           MOVE 'PCDS NIGHTLY PACKAGE - AUDIENCE: BILLING'
               TO WS-PACKAGE-LINE
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           PERFORM 2930-WRITE-CLIENT-LINE  THRU 2930-EXIT
           SET WS-AUD-COMPLIANCE TO TRUE
           MOVE 'PCDS NIGHTLY PACKAGE - AUDIENCE: COMPLIANCE'
               TO WS-PACKAGE-LINE
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           PERFORM 2930-WRITE-CLIENT-LINE  THRU 2930-EXIT
           SET WS-AUD-CONTRACTING TO TRUE
           MOVE 'PCDS NIGHTLY PACKAGE - AUDIENCE: CONTRACTING'
               TO WS-PACKAGE-LINE
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           PERFORM 2930-WRITE-CLIENT-LINE  THRU 2930-EXIT
           SET WS-AUD-COLLECTIONS TO TRUE
           MOVE 'PCDS NIGHTLY PACKAGE - AUDIENCE: COLLECTIONS'
               TO WS-PACKAGE-LINE
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           PERFORM 2930-WRITE-CLIENT-LINE  THRU 2930-EXIT.
       1000-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   1100-READ-CLIENT-PARM -- A CLIENT RUN'S PACKAGES GO TO THAT   *
      **   CLIENT ALONE, SO THE CLIENT ID MUST BE ON THE REGISTRY; A     *
      **   TYPO COULD OTHERWISE LABEL ONE CLIENT'S PHI WITH ANOTHER'S    *
      **   NAME.  NO CARD (OR A BLANK ONE) IS THE IN-HOUSE RUN.          *
      **----------------------------------------------------------------*
       1100-READ-CLIENT-PARM.
           OPEN INPUT PCD-PARM-FILE
           READ PCD-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-PARM-END-OF-FILE
               MOVE FD-PARM-REC (1:6) TO WS-PKG-CLIENT-ID
           END-IF
           CLOSE PCD-PARM-FILE
           IF WS-ALL-CLIENTS
               GO TO 1100-EXIT
           END-IF
           MOVE 'V'              TO PCD-CLNA-FUNCTION
           MOVE 'PCD087'         TO PCD-CLNA-CALLER
           MOVE WS-PKG-CLIENT-ID TO PCD-CLNA-CLIENT-ID
           CALL 'PCDCLNT' USING PCD-CLNA-AREA
           IF NOT PCD-CLNA-DONE
               DISPLAY 'PCD087 - CLIENT ' WS-PKG-CLIENT-ID
                   ' NOT ON THE CLIENT REGISTRY - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE PCD-CLNA-CLIENT-NAME TO WS-PKG-CLIENT-NAME
           MOVE 'C' TO PCD-CLNA-FUNCTION
           CALL 'PCDCLNT' USING PCD-CLNA-AREA.
       1100-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   BILLING PACKAGE -- DEMOGRAPHIC EXCEPTIONS, REPRICING          *
      **   REJECTIONS, SUBMITTER TURNAROUND                              *
      **----------------------------------------------------------------*
       2110-EXIT.
           EXIT.
       2120-COPY-C0RPT.
           MOVE PCD-C0RPT-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-C0RPT-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2110-READ-C0RPT THRU 2110-EXIT.
       2120-EXIT.
           EXIT.
       2210-EXIT.
           EXIT.
       2220-COPY-F1REJ.
           MOVE PCD-F1REJ-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-F1REJ-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2210-READ-F1REJ THRU 2210-EXIT.
       2220-EXIT.
           EXIT.
       2310-EXIT.
           EXIT.
       2320-COPY-AAAGE.
           MOVE PCD-AAAGE-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-AAAGE-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2310-READ-AAAGE THRU 2310-EXIT.
       2320-EXIT.
           EXIT.
       2410-EXIT.
           EXIT.
       2420-COPY-CASRP.
           MOVE PCD-CASRP-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-CASRP-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2410-READ-CASRP THRU 2410-EXIT.
       2420-EXIT.
           EXIT.
       2510-EXIT.
           EXIT.
       2520-COPY-F2REC.
           MOVE PCD-F2REC-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-F2REC-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2510-READ-F2REC THRU 2510-EXIT.
       2520-EXIT.
           EXIT.
       2610-EXIT.
           EXIT.
       2620-COPY-TPORP.
           MOVE PCD-TPORP-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-TPORP-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2610-READ-TPORP THRU 2610-EXIT.
       2620-EXIT.
           EXIT.
       2710-EXIT.
           EXIT.
       2720-COPY-VNDAT.
           MOVE PCD-VNDAT-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-VNDAT-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2710-READ-VNDAT THRU 2710-EXIT.
       2720-EXIT.
           EXIT.
       2760-EXIT.
           EXIT.
       2770-COPY-NEGRW.
           MOVE PCD-NEGRW-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-NEGRW-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2760-READ-NEGRW THRU 2760-EXIT.
       2770-EXIT.
           EXIT.
       2810-EXIT.
           EXIT.
       2820-COPY-DDAGE.
           MOVE PCD-DDAGE-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-DDAGE-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2810-READ-DDAGE THRU 2810-EXIT.
       2820-EXIT.
           EXIT.
       2860-EXIT.
           EXIT.
       2870-COPY-AUTHX.
           MOVE PCD-AUTHX-CLIENT-ID TO PCD-RPTC-CLIENT-ID
           MOVE PCD-AUTHX-TEXT      TO WS-PACKAGE-LINE
           PERFORM 2940-PACKAGE-IF-CLIENT THRU 2940-EXIT
           PERFORM 2860-READ-AUTHX THRU 2860-EXIT.
       2870-EXIT.
           EXIT.
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT.
       2910-EXIT.
           EXIT.
       2930-WRITE-CLIENT-LINE.
           IF WS-ALL-CLIENTS
               MOVE 'CLIENT: ALL CLIENTS (IN-HOUSE DISTRIBUTION ONLY)'
                   TO WS-PACKAGE-LINE
           ELSE
               STRING 'CLIENT: ' DELIMITED BY SIZE
                      WS-PKG-CLIENT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PKG-CLIENT-NAME DELIMITED BY SIZE
                   INTO WS-PACKAGE-LINE
           END-IF
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT.
       2930-EXIT.
           EXIT.
       2920-END-REPORT.
           ADD 1 TO WS-REPORT-COUNT
           MOVE WS-CURRENT-AUDIENCE
       2920-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2940-PACKAGE-IF-CLIENT -- AN IN-HOUSE RUN PACKAGES EVERY      *
      **   LINE.  A CLIENT RUN PACKAGES HEADINGS (BLANK TAG) AND THAT    *
      **   CLIENT'S OWN LINES; ANOTHER CLIENT'S LINE, OR ONE TAGGED      *
      **   *MULTI OR *NONE*, IS WITHHELD.                                *
      **----------------------------------------------------------------*
       2940-PACKAGE-IF-CLIENT.
           IF NOT WS-ALL-CLIENTS
              AND NOT PCD-RPTC-EVERY-CLIENT
              AND PCD-RPTC-CLIENT-ID NOT = WS-PKG-CLIENT-ID
               MOVE SPACES TO WS-PACKAGE-LINE
               ADD 1 TO WS-LINES-WITHHELD
               GO TO 2940-EXIT
           END-IF
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           ADD 1 TO WS-REPORT-LINE-COUNT.
       2940-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   3000-WRITE-MANIFESTS -- TRAILER ON EACH AUDIENCE PACKAGE      *
      **   LISTING THE REPORTS ROUTED TO IT AND THEIR LINE COUNTS.       *
      **----------------------------------------------------------------*
       3100-WRITE-ONE-MANIFEST.
           MOVE '*** MANIFEST ***' TO WS-PACKAGE-LINE
           PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
           PERFORM 2930-WRITE-CLIENT-LINE  THRU 2930-EXIT
           PERFORM VARYING WS-MANIFEST-IX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IX > WS-REPORT-COUNT
               IF WS-MF-AUDIENCE (WS-MANIFEST-IX)
           CLOSE PCD-CONTRCT-PKG
           CLOSE PCD-COLLECT-PKG
           DISPLAY 'PCD087 - REPORTS PACKAGED FOR DISTRIBUTION: '
               WS-REPORT-COUNT
           IF WS-ALL-CLIENTS
               DISPLAY 'PCD087 - PACKAGE CLIENT: ALL (IN-HOUSE)'
           ELSE
               DISPLAY 'PCD087 - PACKAGE CLIENT: ' WS-PKG-CLIENT-ID
               DISPLAY 'PCD087 - LINES WITHHELD (OTHER CLIENTS): '
                   WS-LINES-WITHHELD
           END-IF.
       9000-EXIT.
           EXIT.
