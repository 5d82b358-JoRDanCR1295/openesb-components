      *   NEW CLAIM.                                                    *
               88  PCD-AR-POST-REVERSAL            VALUE 'RV'.
               88  PCD-AR-POST-NETTING             VALUE 'NT'.
      *   10/15/26 ADDED FOR PCD164/PCD165 ADJUSTMENT POSTING: CA IS A  *
      *   CONTRACTUAL ADJUSTMENT, WO ANY OTHER WRITE-OFF.  BOTH CARRY   *
      *   THE CAS GROUP AND REASON THEY CAME FROM, TAKEN OUT OF FILLER  *
      *   SO THE RECORD LENGTH DOES NOT CHANGE.  ADJUSTMENTS ARE NOT    *
      *   CASH -- READERS TOTALLING CASH SKIP PCD-AR-POST-ADJUSTMENT.   *
               88  PCD-AR-POST-CONTRACTUAL         VALUE 'CA'.
               88  PCD-AR-POST-WRITE-OFF           VALUE 'WO'.
               88  PCD-AR-POST-ADJUSTMENT          VALUES 'CA' 'WO'.
      *   10/15/26 ADDED FOR PCD185 REFUND DISBURSEMENT: RF IS THE     *
      *   REVERSING ENTRY FOR AN OVERPAYMENT REFUNDED TO THE PAYER,     *
      *   POSTED AS A NEGATIVE AMOUNT AGAINST THE CLAIM WHEN THE        *
      *   REFUND CHECK OR ACH IS ISSUED.                                *
               88  PCD-AR-POST-REFUND              VALUE 'RF'.
      *   10/15/26 ADDED FOR PCD188 UNCLAIMED-PROPERTY REMITTANCE: ES   *
      *   IS THE NEGATIVE ENTRY FOR PROPERTY ESCHEATED TO A STATE.  AN  *
      *   ESCHEATED REFUND CHECK IS FIRST VOIDED BY A POSITIVE RF, SO   *
      *   THE ES ENTRIES ALWAYS TOTAL TO THE STATE HOLDER REPORTS.      *
               88  PCD-AR-POST-ESCHEAT             VALUE 'ES'.
           05  PCD-AR-POST-AMOUNT          PIC S9(007)V99.
           05  PCD-AR-POST-CAS-GROUP       PIC X(002).
           05  PCD-AR-POST-CAS-REASON      PIC X(005).
      *   10/15/26 ADDED FOR MULTI-CLIENT PARTITIONING: THE CLIENT THE  *
      *   CLAIM WAS ASSIGNED AT INTAKE (PCDCLXM), STAMPED BY EVERY      *
      *   WRITER THROUGH PCDCLNT.  SIX BYTES OUT OF FILLER.             *
           05  PCD-AR-POST-CLIENT-ID       PIC X(006).
           05  FILLER                      PIC X(007).
