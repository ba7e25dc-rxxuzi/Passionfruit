      *          till difference pins to a person instead of
      *          dissolving into S044's shop-wide total. Maintained
      *          and reported by S074.
      *
      * Modification History:
      *   2024/07/18  rxz  Added DRW-DEPOSIT-NO - the numbered bank
      *                    deposit S074's deposit preparation put
      *                    the session's cash into. Zero, or spaces
      *                    on rows written before this, means the
      *                    cash is not yet in a deposit.
      ******************************************************************
       01  DRAWER-SESSION-RECORD.
           05  DRW-STATE                    PIC X(01).
           05  DRW-DECLARED                 PIC 9(09)V99.
           05  DRW-EXPECTED                 PIC 9(09)V99.
           05  DRW-OVER-SHORT               PIC S9(07)V99.
           05  DRW-DEPOSIT-NO               PIC 9(06).
