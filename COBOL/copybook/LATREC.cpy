      ******************************************************************
      * Copybook: LATREC
      * Author: rxxuzi
      * Date: 2024/07/21
      * Purpose: Shared record layout for the late-fee ledger
      *          (lateled.txt). S069 writes one row for every late
      *          fee it charges when a dunning letter is queued -
      *          the fee from lfeetab.txt (LFTREC), the tax on it
      *          from taxrate.txt and the numbered invoice (INVREC,
      *          source "L") raised for it - so the fee is a dated
      *          charge the aging, the statements (S071) and the GL
      *          extract (S042) pick up like a renewal row. A waiver
      *          a supervisor applies through S034 turns the row to
      *          state W with who, when and why; the row itself is
      *          never removed.
      ******************************************************************
       01  LATE-FEE-RECORD.
           05  LAT-INVOICE-NO               PIC 9(07).
           05  LAT-DB-ID                    PIC X(20).
           05  LAT-DATE                     PIC 9(08).
           05  LAT-STAGE                    PIC 9(01).
           05  LAT-FEE                      PIC 9(07)V99.
           05  LAT-TAX                      PIC 9(05)V99.
           05  LAT-CURRENCY                 PIC X(03).
           05  LAT-BRANCH                   PIC X(03).
           05  LAT-STATE                    PIC X(01).
               88  LAT-STATE-CHARGED        VALUE "C".
               88  LAT-STATE-WAIVED         VALUE "W".
           05  LAT-WAIVED-BY                PIC 9(05).
           05  LAT-WAIVED-DATE              PIC 9(08).
           05  LAT-WAIVE-REASON             PIC X(30).
