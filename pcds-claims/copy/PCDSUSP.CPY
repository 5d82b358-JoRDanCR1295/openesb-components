      **                          PCD083 ASSIGNS IT AT LOAD TIME.  TOOK *
      **                          THE SIX BYTES OUT OF FILLER SO THE    *
      **                          RECORD LENGTH DOES NOT CHANGE.        *
      ** RTC    10/15/26          ADDED PCD-SUSP-CLIENT-ID, STAMPED BY *
      **                          PCD083 FROM THE PCDCLXM              *
      **                          CROSS-REFERENCE AS EACH ITEM IS      *
      **                          LOADED, SO THE BROWSE SCREENS SHOW A *
      **                          CLIENT ONLY ITS OWN ITEMS.  SIX      *
      **                          BYTES OUT OF FILLER, RECORD LENGTH   *
      **                          UNCHANGED.                           *
      **==============================================================*
       01  PCD-SUSPENSE-REC.
           05  PCD-SUSP-KEY.
           05  PCD-SUSP-DATE               PIC X(008).
           05  PCD-SUSP-RELEASE-SWITCH     PIC X(001).
               88  PCD-SUSP-RELEASED               VALUE 'Y'.
           05  PCD-SUSP-CLIENT-ID          PIC X(006).
           05  FILLER                      PIC X(063).
