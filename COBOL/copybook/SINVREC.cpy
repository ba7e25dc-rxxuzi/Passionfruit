      ******************************************************************
      * Copybook: SINVREC
      * Author: rxxuzi
      * Date: 2024/07/08
      * Purpose: Shared record layout for the supplier-invoice file
      *          (supinv.txt). One row per invoice line, keyed in
      *          S117 off the supplier's paper: which purchase order
      *          it bills, how many and at what unit price. S117's
      *          match run checks each entered line three ways -
      *          against the order (PO-QTY), the goods receipt
      *          (PO-RECEIVED-QTY) and the catalog unit value - and
      *          either matches it onto the payables ledger or holds
      *          it with a reason code until a supervisor releases
      *          or rejects it. The row stays on file with its
      *          outcome, the woffled.txt discipline.
      ******************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           05  SIN-SUPPLIER                 PIC X(06).
           05  SIN-INVOICE-NO               PIC X(12).
           05  SIN-INV-DATE                 PIC 9(08).
           05  SIN-PO-NO                    PIC 9(07).
           05  SIN-ITEM-CODE                PIC X(08).
           05  SIN-QTY                      PIC 9(05).
           05  SIN-UNIT-PRICE               PIC 9(05)V99.
           05  SIN-AMOUNT                   PIC 9(07)V99.
           05  SIN-STATE                    PIC X(01).
               88  SIN-STATE-ENTERED        VALUE "E".
               88  SIN-STATE-HELD           VALUE "H".
               88  SIN-STATE-MATCHED        VALUE "M".
               88  SIN-STATE-RELEASED       VALUE "R".
               88  SIN-STATE-REJECTED       VALUE "J".
               88  SIN-STATE-ON-LEDGER      VALUE "M" "R".
           05  SIN-HOLD-REASON              PIC X(04).
               88  SIN-HOLD-NO-ORDER        VALUE "NOPO".
               88  SIN-HOLD-NOT-RECEIVED    VALUE "NRCV".
               88  SIN-HOLD-CANCELLED       VALUE "CANC".
               88  SIN-HOLD-QUANTITY        VALUE "QTY ".
               88  SIN-HOLD-PRICE           VALUE "PRIC".
           05  SIN-ENTRY-DATE               PIC 9(08).
           05  SIN-DEC-BY                   PIC 9(05).
           05  SIN-DEC-DATE                 PIC 9(08).
