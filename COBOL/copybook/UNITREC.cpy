      *          unit count for serial-controlled kinds. Every
      *          movement also lands on unithist.txt (UNITHIST) so
      *          a serial's holder trail is reportable.
      *
      * Modification History:
      *   2024/10/28  rxz  UNIT-BRANCH says which office holds the unit
      *                    (or last issued it), stamped at registration
      *                    and moved by returns and S158 transfers;
      *                    UNIT-STATE gains "T" for a unit dispatched to
      *                    another office and not yet received - neither
      *                    in stock anywhere nor issued. S024 issues
      *                    only a unit in stock at the issuing office.
      *                    Appended; the indexed file takes the usual
      *                    rebuild, and rows from before read back with
      *                    spaces there (the head office).
      *   2024/11/03  rxz  UNIT-STATE gains "D" (disposed) - S159 has
      *                    taken the unit off the books for good; it
      *                    keeps its last office for the trace and S024
      *                    will not issue it.
      *   2024/11/06  rxz  UNIT-WARRANTY-START / UNIT-WARRANTY-END and
      *                    UNIT-PO-NO: the supplier warranty and the
      *                    purchase order a unit came in on, set when
      *                    S098 books the delivery in. Zero when not
      *                    known (units registered through S111) - S082
      *                    raises no warranty claim for those. Appended;
      *                    the indexed file takes the usual rebuild.
      ******************************************************************
       01  UNIT-RECORD.
           05  UNIT-SERIAL                  PIC X(12).
               88  UNIT-STATE-IN-STOCK      VALUE "S".
               88  UNIT-STATE-ISSUED        VALUE "I".
               88  UNIT-STATE-LOST          VALUE "L".
               88  UNIT-STATE-IN-TRANSIT    VALUE "T".
               88  UNIT-STATE-DISPOSED      VALUE "D".
           05  UNIT-HOLDER                  PIC 9(05).
           05  UNIT-ISSUE-ID                PIC 9(05).
           05  UNIT-ACQUIRED                PIC 9(08).
           05  UNIT-BRANCH                  PIC X(03).
           05  UNIT-WARRANTY-START          PIC 9(08).
           05  UNIT-WARRANTY-END            PIC 9(08).
           05  UNIT-PO-NO                   PIC 9(07).
