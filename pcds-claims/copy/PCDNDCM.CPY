      *   FILLER SO THE RECORD LENGTH DOES NOT CHANGE.                  *
      *----------------------------------------------------------------*
           05  PCD-NDCM-THERAP-CLASS       PIC X(006).
      *----------------------------------------------------------------*
      *   10/15/26 DEA CONTROLLED-SUBSTANCE SCHEDULE FOR THE PCD209     *
      *   PRESCRIBER EDIT; SPACES WHEN THE DRUG IS NOT CONTROLLED.      *
      *   TOOK TWO BYTES OUT OF FILLER, RECORD LENGTH UNCHANGED.        *
      *----------------------------------------------------------------*
           05  PCD-NDCM-DEA-SCHEDULE       PIC X(002).
               88  PCD-NDCM-CONTROLLED             VALUE '2 ' '2N'
                                                         '3 ' '3N'
                                                         '4 ' '5 '.
           05  FILLER                      PIC X(012).
