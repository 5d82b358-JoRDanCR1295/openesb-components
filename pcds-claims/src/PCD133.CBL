      **                          AND A REWRITE WHOSE KEY IS MISSING   *
      **                          EACH FALL BACK TO THE OTHER VERB --  *
      **                          THE AFTER-IMAGE IS THE TRUTH.        *
      ** RTC    10/15/26          JOURNAL RECORD WIDENED TO 913 BYTES  *
      **                          FOR THE JOB NUMBER AND BEFORE-IMAGE  *
      **                          NOW CARRIED FOR PCD229. RECOVERY     *
      **                          STILL REAPPLIES THE AFTER-IMAGE.     *
      **==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PCD133.
       01  FD-PARM-REC                PIC X(080).
       FD  PCD-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-JRNL-REC                PIC X(913).
       FD  PCD-AUTH-MASTER.
       COPY PCDAUTHM.
       FD  PCD-TPM-MASTER.
