      ******************************************************************
      * Copybook: CRDREC
      * Author: rxxuzi
      * Date: 2024/08/20
      * Purpose: Shared record layout for the membership card
      *          register (cardreg.txt, indexed on CRD-CARD-NO with
      *          CRD-DB-ID as a duplicate alternate key). One row per
      *          card ever asked for. S134's extract queues a card
      *          ("Q") for every add, renewal, reinstate and class
      *          change journaled on audit.txt since its last run,
      *          sends the queue to the card vendor ("S", with the
      *          batch); the vendor's dispatch file marks a sent card
      *          mailed ("M") and only then the cards the member held
      *          before superseded ("X"). S134's lost-card screen
      *          cancels the live card ("C") and queues a
      *          replacement, with the replacement fee and its
      *          invoice on the new row. CRD-CARD-SEQ counts the
      *          member's cards - the vendor encodes it on the
      *          stripe after the ID, so S132 can turn away a
      *          cancelled or superseded card at the door.
      ******************************************************************
       01  CARD-RECORD.
           05  CRD-CARD-NO                  PIC 9(07).
           05  CRD-DB-ID                    PIC X(20).
           05  CRD-CARD-SEQ                 PIC 9(03).
           05  CRD-STATE                    PIC X(01).
               88  CRD-STATE-QUEUED         VALUE "Q".
               88  CRD-STATE-SENT           VALUE "S".
               88  CRD-STATE-MAILED         VALUE "M".
               88  CRD-STATE-CANCELLED      VALUE "C".
               88  CRD-STATE-SUPERSEDED     VALUE "X".
               88  CRD-STATE-LIVE           VALUES "S", "M".
           05  CRD-REASON                   PIC X(01).
               88  CRD-REASON-NEW           VALUE "N".
               88  CRD-REASON-RENEWAL       VALUE "R".
               88  CRD-REASON-CLASS         VALUE "K".
               88  CRD-REASON-LOST          VALUE "L".
           05  CRD-CLASS                    PIC X(01).
           05  CRD-EXPIRY                   PIC 9(08).
           05  CRD-QUEUED-DATE              PIC 9(08).
           05  CRD-QUEUED-BY                PIC 9(05).
           05  CRD-BATCH-ID                 PIC X(10).
           05  CRD-SENT-DATE                PIC 9(08).
           05  CRD-MAILED-DATE              PIC 9(08).
           05  CRD-CLOSED-DATE              PIC 9(08).
           05  CRD-CLOSED-BY                PIC 9(05).
           05  CRD-REPLACES-NO              PIC 9(07).
           05  CRD-FEE                      PIC 9(05)V99.
           05  CRD-INVOICE-NO               PIC 9(07).
           05  CRD-BRANCH                   PIC X(03).
           05  CRD-CURRENCY                 PIC X(03).
           05  FILLER                       PIC X(10).
