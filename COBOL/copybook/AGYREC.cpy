      ******************************************************************
      * Copybook: AGYREC
      * Author: rxxuzi
      * Date: 2024/07/24
      * Purpose: Shared record layout for the collection-agency
      *          placement ledger (agyled.txt). S121's placement run
      *          writes one record per balance it hands to the
      *          agency - the numbered placement (agyctl.txt
      *          counter) the agency quotes back, the balance and
      *          oldest unpaid charge date as placed - and its
      *          remittance import keeps the running gross recovered
      *          and commission kept against it. A placement stays
      *          "P" while the agency works it, becomes "C" when the
      *          agency reports it settled, and "R" when the agency
      *          recalls it or gives it up as uncollectable, with
      *          what was left queued to S096 for write-off. The
      *          record stays on file either way.
      ******************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  AGY-PLACEMENT-NO             PIC 9(07).
           05  AGY-DB-ID                    PIC X(20).
           05  AGY-STATE                    PIC X(01).
               88  AGY-STATE-PLACED         VALUE "P".
               88  AGY-STATE-CLOSED         VALUE "C".
               88  AGY-STATE-RETURNED       VALUE "R".
           05  AGY-PLACED-DATE              PIC 9(08).
           05  AGY-BALANCE                  PIC 9(09)V99.
           05  AGY-OLDEST-DATE              PIC 9(08).
           05  AGY-CURRENCY                 PIC X(03).
           05  AGY-BRANCH                   PIC X(03).
           05  AGY-RECOVERED                PIC 9(09)V99.
           05  AGY-COMMISSION               PIC 9(09)V99.
           05  AGY-CLOSED-DATE              PIC 9(08).
           05  AGY-RETURN-REASON            PIC X(01).
               88  AGY-RETURN-RECALLED      VALUE "R".
               88  AGY-RETURN-UNCOLLECTABLE VALUE "U".
