      **==============================================================*
      **                                                              *
      **    COPY: PCDMUEM               SYSTEM: PCDS                  *
      **    CMS MEDICALLY UNLIKELY EDIT (MUE) MASTER, KEYED BY HCPCS/ *
      **    CPT CODE.  THE MUE VALUE IS THE MOST UNITS ONE PROVIDER   *
      **    CAN REPORT FOR ONE PATIENT ON ONE DATE OF SERVICE.  THE   *
      **    ADJUDICATION INDICATOR (MAI) SAYS HOW IT IS APPLIED: 1 =  *
      **    PER CLAIM LINE, 2 = PER DATE OF SERVICE (ABSOLUTE POLICY  *
      **    LIMIT), 3 = PER DATE OF SERVICE (CLINICAL BENCHMARK).     *
      **    LOADED QUARTERLY BY PCD150 AND READ BY THE PCD151         *
      **    NCCI/MUE CLAIM EDIT.                                      *
      **                                                              *
      ** ...................... CHANGE HISTORY ...................... *
      ** USER:  START:   TICKET # AND COMMENTS                        *
      ** ------ -------- ------------------------------------- -------*
      ** RTC    10/15/26          INITIAL VERSION.                    *
      **==============================================================*
       01  PCD-MUEM-REC.
           05  PCD-MUEM-PROC-CODE          PIC X(005).
           05  PCD-MUEM-MUE-VALUE          PIC 9(005).
           05  PCD-MUEM-ADJ-IND            PIC X(001).
               88  PCD-MUEM-LINE-EDIT                 VALUE '1'.
               88  PCD-MUEM-DOS-EDIT                  VALUE '2' '3'.
           05  PCD-MUEM-LOAD-QUARTER       PIC X(006).
           05  FILLER                      PIC X(023).
