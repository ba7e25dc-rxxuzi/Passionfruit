      *          S081 prints the open-invoice register and the
      *          LTR-quality invoice documents corporate members
      *          keep asking for.
      *
      * Modification History:
      *   2024/07/21  rxz  INV-SOURCE gains "L" - a late fee S069
      *                    charged with a dunning letter - and
      *                    INV-STATE gains "W", a late-fee invoice a
      *                    supervisor waived through S034. A waived
      *                    invoice is no longer open, so allocation
      *                    and the open-invoice register pass it by.
      *   2024/08/20  rxz  INV-SOURCE gains "C" - the replacement fee
      *                    S134's lost-card screen charges when it
      *                    cancels a card and queues a new one.
      *   2024/11/12  rxz  INV-ALLOCATED also carries the fee and tax
      *                    S162's credit notes take off the invoice
      *                    (crnote.txt); a fully credited invoice
      *                    closes as paid.
      *   2024/11/15  rxz  INV-SOURCE gains "E" - the fee for a place
      *                    S163 holds on an event or course.
      *   2024/11/18  rxz  INV-SOURCE gains "M" - the shortfall S164
      *                    charges a member for a loaned item never
      *                    returned, what its value comes to beyond the
      *                    deposit kept against it.
      ******************************************************************
       01  INVOICE-RECORD.
           05  INV-NO                       PIC 9(07).
           05  INV-STATE                    PIC X(01).
               88  INV-STATE-OPEN           VALUE "O".
               88  INV-STATE-PAID           VALUE "P".
               88  INV-STATE-WAIVED         VALUE "W".
           05  INV-SOURCE                   PIC X(01).
               88  INV-SOURCE-ADD           VALUE "A".
               88  INV-SOURCE-RENEWAL       VALUE "R".
               88  INV-SOURCE-GROUP         VALUE "G".
               88  INV-SOURCE-LATEFEE       VALUE "L".
               88  INV-SOURCE-CARD          VALUE "C".
               88  INV-SOURCE-EVENT         VALUE "E".
               88  INV-SOURCE-LOAN          VALUE "M".
