      ******************************************************************
      * Copybook: BKGREC
      * Author: rxxuzi
      * Date: 2024/11/15
      * Purpose: Shared record layout for the event booking file
      *          (evtbook.txt, indexed on BKG-NO with BKG-EVT-CODE as
      *          a duplicate alternate key, so an event's bookings
      *          read back in the order they were taken). S163 books
      *          an active member onto an event: a place is held
      *          ("H") while the event has room and nobody is waiting,
      *          otherwise the member waits ("W") in booking order.
      *          A held place is invoiced (invmast.txt, source "E")
      *          at the member's class fee, the day it is held -
      *          BKG-PLACE-DATE - which for a member promoted off the
      *          waiting list is the day of the promotion. A
      *          cancelled booking ("C") records how it was settled:
      *          the fee given back (BKG-CREDITED on a credit note,
      *          BKG-REFUNDED raised on refund.txt for S041 to pay)
      *          when cancelled before the cut-off, or kept. S042
      *          posts the fee on the place date (EVENTFEE), S071
      *          prints the charge and any refund on the statement.
      ******************************************************************
       01  BOOKING-RECORD.
           05  BKG-NO                       PIC 9(07).
           05  BKG-EVT-CODE                 PIC X(08).
           05  BKG-DB-ID                    PIC X(20).
           05  BKG-CLASS                    PIC X(01).
           05  BKG-STATE                    PIC X(01).
               88  BKG-STATE-HELD           VALUE "H".
               88  BKG-STATE-WAITING        VALUE "W".
               88  BKG-STATE-CANCELLED      VALUE "C".
               88  BKG-STATE-LIVE           VALUES "H", "W".
           05  BKG-BOOKED-DATE              PIC 9(08).
           05  BKG-PLACE-DATE               PIC 9(08).
           05  BKG-FEE                      PIC 9(05)V99.
           05  BKG-INV-NO                   PIC 9(07).
           05  BKG-CANCEL-DATE              PIC 9(08).
           05  BKG-SETTLEMENT               PIC X(01).
               88  BKG-SETTLED-NONE         VALUE "N".
               88  BKG-SETTLED-RETURNED     VALUE "R".
               88  BKG-SETTLED-KEPT         VALUE "K".
           05  BKG-CREDITED                 PIC 9(05)V99.
           05  BKG-REFUNDED                 PIC 9(05)V99.
           05  BKG-BOOKED-BY                PIC 9(05).
           05  BKG-BRANCH                   PIC X(03).
