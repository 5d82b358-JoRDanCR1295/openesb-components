      **==============================================================*
      **                                                              *
      **    COPY: PCDRPTC               SYSTEM: PCDS                  *
      **    CLIENT TAG CARRIED IN THE SIX BYTES AFTER THE PRINT TEXT  *
      **    ON EVERY LINE OF THE NIGHTLY REPORTS PCD087 PACKAGES, SO  *
      **    ONE NIGHT'S REPORTS CAN BE PACKAGED FOR EACH CLIENT       *
      **    WITHOUT RUNNING THEM AGAIN.  A LINE ABOUT ONE CLIENT'S    *
      **    CLAIMS CARRIES THAT CLIENT ID.  BLANK IS A HEADING OR     *
      **    SPACER THAT GOES IN EVERY PACKAGE.  *MULTI IS A LINE      *
      **    THAT SPANS CLIENTS (A GRAND TOTAL, A JOB THAT MIXED       *
      **    CLIENTS, A MASTER NOT HELD BY CLIENT) AND *NONE* A CLAIM  *
      **    NO CLIENT WAS EVER REGISTERED FOR -- BOTH GO TO THE       *
      **    IN-HOUSE PACKAGES ONLY.                                   *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-RPTC-AREA.
           05  PCD-RPTC-CLIENT-ID          PIC X(006).
               88  PCD-RPTC-EVERY-CLIENT               VALUE SPACES.
               88  PCD-RPTC-MULTI-CLIENT               VALUE '*MULTI'.
               88  PCD-RPTC-NO-CLIENT                  VALUE '*NONE*'.
