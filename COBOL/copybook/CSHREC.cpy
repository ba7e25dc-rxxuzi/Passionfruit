      ******************************************************************
      * Copybook: CSHREC
      * Author: rxxuzi
      * Date: 2024/09/01
      * Purpose: Shared record layout for the case history
      *          (casehist.txt, line sequential, appended). Every
      *          event on a CSEREC case writes one row, oldest first:
      *          opened, a status change, a reassignment, the dispute
      *          hold set or lifted, a free-text note, closed - and
      *          S096's write-off request against a disputed balance.
      *          CSH-OLD-VALUE / CSH-NEW-VALUE carry the status code,
      *          the operator ID or the dispute flag the event moved.
      ******************************************************************
       01  CASE-HISTORY-RECORD.
           05  CSH-CASE-NO                  PIC 9(07).
           05  CSH-DATE                     PIC 9(08).
           05  CSH-TIME                     PIC 9(06).
           05  CSH-OPERATOR                 PIC 9(05).
           05  CSH-PROGRAM                  PIC X(08).
           05  CSH-EVENT                    PIC X(01).
               88  CSH-EVENT-OPENED         VALUE "O".
               88  CSH-EVENT-STATUS         VALUE "S".
               88  CSH-EVENT-ASSIGNED       VALUE "A".
               88  CSH-EVENT-DISPUTE        VALUE "D".
               88  CSH-EVENT-NOTE           VALUE "N".
               88  CSH-EVENT-CLOSED         VALUE "C".
               88  CSH-EVENT-WRITE-OFF      VALUE "W".
           05  CSH-OLD-VALUE                PIC X(05).
           05  CSH-NEW-VALUE                PIC X(05).
           05  CSH-NOTE                     PIC X(60).
