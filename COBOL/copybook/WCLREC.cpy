      ******************************************************************
      * Copybook: WCLREC
      * Author: rxxuzi
      * Date: 2024/11/06
      * Purpose: Shared record layout for the supplier warranty claims
      *          file (warclaim.txt, line sequential). S082 raises a
      *          claim when a service fails on a serialized unit whose
      *          warranty (UNIT-WARRANTY-END on unitmast.txt) has not
      *          run out, against the supplier on the purchase order
      *          the unit came in on; S160 moves it on as the supplier
      *          answers - acknowledged, then closed as replaced (the
      *          replacement serial), credited (the amount) or
      *          rejected - and reports the open claims by supplier.
      *          Claims are numbered from wclctl.txt.
      ******************************************************************
       01  WARRANTY-CLAIM-RECORD.
           05  WCL-NO                       PIC 9(05).
           05  WCL-STATE                    PIC X(01).
               88  WCL-STATE-RAISED         VALUE "R".
               88  WCL-STATE-ACKNOWLEDGED   VALUE "A".
               88  WCL-STATE-REPLACED       VALUE "P".
               88  WCL-STATE-CREDITED       VALUE "C".
               88  WCL-STATE-REJECTED       VALUE "J".
               88  WCL-STATE-OPEN           VALUE "R" "A".
           05  WCL-SERIAL                   PIC X(12).
           05  WCL-ITEM-CODE                PIC X(08).
           05  WCL-SUPPLIER                 PIC X(06).
           05  WCL-PO-NO                    PIC 9(07).
           05  WCL-WARRANTY-END             PIC 9(08).
           05  WCL-RAISED-DATE              PIC 9(08).
           05  WCL-FAULT                    PIC X(30).
           05  WCL-ACK-DATE                 PIC 9(08).
           05  WCL-CLOSED-DATE              PIC 9(08).
           05  WCL-REPLACEMENT-SERIAL       PIC X(12).
           05  WCL-CREDIT-AMOUNT            PIC 9(07)V99.
           05  WCL-NOTES                    PIC X(30).
