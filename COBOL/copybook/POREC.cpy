      *          its goods receipt checks the delivery against the
      *          order before putting the quantity back onto
      *          CAT-ON-HAND.
      *
      * Modification History:
      *   2024/10/28  rxz  PO-BRANCH is the office the order is
      *                    delivered to (blank for the head office) -
      *                    S098's goods receipt puts the quantity on
      *                    that office's shelf, and its per-office
      *                    reorder report counts only the orders coming
      *                    to the office. Appended; orders from before
      *                    read back with spaces (the head office).
      *   2024/11/09  rxz  PO-PROMISED-DATE is the delivery date the
      *                    supplier promised, set when S098 raises the
      *                    order (default the order date plus the site
      *                    profile's PO-LEAD-DAYS). S161's scorecard
      *                    counts orders still open past it.
      *                    PO-STATE-CANCELLED is now set by S098's
      *                    cancel. Appended; orders from before read
      *                    back with spaces (no promise).
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-NO                        PIC 9(07).
           05  PO-ORDER-DATE                PIC 9(08).
           05  PO-RECEIVED-QTY              PIC 9(05).
           05  PO-RECEIVED-DATE             PIC 9(08).
           05  PO-BRANCH                    PIC X(03).
           05  PO-PROMISED-DATE             PIC 9(08).
