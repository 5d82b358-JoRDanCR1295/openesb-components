      **                          CODE, AND FLAGS ANY F0 LINE BILLED   *
      **                          AGAINST A CERTIFICATION ALREADY ON   *
      **                          FILE AS EXPIRED.                     *
      ** RTC    10/15/26          EACH PCDDMEC UPDATE NOW READS THE    *
      **                          CERTIFICATION FIRST, SO THE JOURNAL  *
      **                          ENTRY CARRIES THE JOB NUMBER AND THE *
      **                          ROW AS IT STOOD BEFORE THE CHANGE    *
      **                          FOR THE PCD229 SINGLE-JOB BACKOUT.   *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD007.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDJRNL.
       2400-UPDATE-DME-MASTER-GB.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-DME-PAT-CNTL-NO
           MOVE WS-MATCH-PROC-CODE     TO PCD-DME-HCPCS-CODE
           PERFORM 2600-READ-BEFORE-IMAGE THRU 2600-EXIT
           SET PCD-DME-CERT-DMEPOS     TO TRUE
           MOVE GB-INITIAL-DATE        TO PCD-DME-EFF-DATE
           MOVE GB-REV-RECERT-DATE     TO PCD-DME-EXP-DATE
           IF PCD-JRNL-ADD
               WRITE PCD-DME-CERT-REC
           ELSE
               REWRITE PCD-DME-CERT-REC
           END-IF
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
       2400-EXIT.
           EXIT.
       2500-UPDATE-DME-MASTER-GC.
           MOVE WS-CURRENT-PAT-CNTL-NO TO PCD-DME-PAT-CNTL-NO
           MOVE WS-MATCH-PROC-CODE     TO PCD-DME-HCPCS-CODE
           PERFORM 2600-READ-BEFORE-IMAGE THRU 2600-EXIT
           SET PCD-DME-CERT-OXYGEN     TO TRUE
           MOVE GC-PRESCRIBE-FROM-DATE TO PCD-DME-EFF-DATE
           MOVE GC-PRESCRIBE-TO-DATE   TO PCD-DME-EXP-DATE
           IF PCD-JRNL-ADD
               WRITE PCD-DME-CERT-REC
           ELSE
               REWRITE PCD-DME-CERT-REC
           END-IF
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
       2500-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   2600-READ-BEFORE-IMAGE -- THE CERTIFICATION IS READ BEFORE    *
      **   IT IS REPLACED SO THE JOURNAL CARRIES THE ROW AS IT STOOD.    *
      **   A ROW ON FILE IS REWRITTEN; AN ADD HAS NO BEFORE-IMAGE.       *
      **----------------------------------------------------------------*
       2600-READ-BEFORE-IMAGE.
           MOVE SPACES TO PCD-JRNL-BEFORE-IMAGE
           READ PCD-DME-MASTER
               INVALID KEY
                   SET PCD-JRNL-ADD TO TRUE
               NOT INVALID KEY
                   SET PCD-JRNL-REWRITE TO TRUE
                   MOVE PCD-DME-CERT-REC TO PCD-JRNL-BEFORE-IMAGE
           END-READ.
       2600-EXIT.
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-JOURNAL -- AFTER-IMAGE TO THE PCDJRNLQ JOURNAL.    *
      **   CALLER HAS SET THE ACTION; THE MASTER RECORD IS THE IMAGE.    *
      **----------------------------------------------------------------*
           MOVE 'PCDDMEC '        TO PCD-JRNL-MASTER-ID
           MOVE WS-RUN-DATE       TO PCD-JRNL-DATE
           MOVE 'PCD007'          TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-DME-CERT-REC  TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC      TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
