      **                          SO A PARTNER THAT KEEPS FAILING ISA  *
      **                          VALIDATION STOPS BEING ABLE TO SLIP  *
      **                          FILES THROUGH WHILE STILL ON FILE.   *
      ** RTC    10/15/26          EACH PCDTPM JOURNAL ENTRY NOW        *
      **                          CARRIES THE JOB NUMBER AND THE       *
      **                          PARTNER ROW AS READ, SO PCD229 CAN   *
      **                          BACK THE JOB OUT.                    *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD013.
       01  FD-SUSPENSE-REC            PIC X(200).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       WORKING-STORAGE SECTION.
       COPY P124CLAM.
       COPY PCDJRNL.
                   MOVE '23' TO WS-TPM-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-TPM-STATUS
                   MOVE PCD-TPM-REC TO PCD-JRNL-BEFORE-IMAGE
           END-READ
           IF NOT WS-TPM-FOUND
               MOVE SPACES  TO PCD-SUSPENSE-REC
           EXIT.
      **----------------------------------------------------------------*
      **   8000-WRITE-JOURNAL -- AFTER-IMAGE TO THE PCDJRNLQ JOURNAL.    *
      **   THE BEFORE-IMAGE WAS TAKEN WHEN 2100 READ THE PARTNER.        *
      **----------------------------------------------------------------*
       8000-WRITE-JOURNAL.
           MOVE 'PCDTPM  '       TO PCD-JRNL-MASTER-ID
           SET PCD-JRNL-REWRITE  TO TRUE
           MOVE WS-RUN-DATE      TO PCD-JRNL-DATE
           MOVE 'PCD013'         TO PCD-JRNL-SOURCE-PGM
           MOVE WS-CURRENT-JOBNUM TO PCD-JRNL-JOBNUM
           MOVE PCD-TPM-REC      TO PCD-JRNL-IMAGE
           MOVE PCD-JRNL-REC     TO FD-JRNL-REC
           WRITE FD-JRNL-REC.
