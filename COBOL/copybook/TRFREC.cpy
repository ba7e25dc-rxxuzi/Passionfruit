      ******************************************************************
      * Copybook: TRFREC
      * Author: rxxuzi
      * Date: 2024/10/28
      * Purpose: Shared record layout for the inter-store transfer
      *          file (stktrf.txt, line sequential), numbered one-up
      *          from trfctl.txt. One row per consignment S158 sends
      *          from one office to another: dispatched when it
      *          leaves the sending shelf (on-hand down there, in
      *          transit up at the receiver), received when the
      *          other office books it in. A serial-controlled kind
      *          travels one serial per transfer, and the unit row
      *          (UNITREC) shows it in transit until received.
      ******************************************************************
       01  STOCK-TRANSFER-RECORD.
           05  TRF-NO                       PIC 9(07).
           05  TRF-STATE                    PIC X(01).
               88  TRF-STATE-DISPATCHED     VALUE "D".
               88  TRF-STATE-RECEIVED       VALUE "R".
           05  TRF-ITEM-CODE                PIC X(08).
           05  TRF-SERIAL                   PIC X(12).
           05  TRF-QTY                      PIC 9(05).
           05  TRF-FROM-BRANCH              PIC X(03).
           05  TRF-TO-BRANCH                PIC X(03).
           05  TRF-DISPATCH-DATE            PIC 9(08).
           05  TRF-DISPATCHED-BY            PIC 9(05).
           05  TRF-RECEIVED-DATE            PIC 9(08).
           05  TRF-RECEIVED-BY              PIC 9(05).
