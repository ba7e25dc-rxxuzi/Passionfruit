      ******************************************************************
      * Copybook: MNDREC
      * Author: rxxuzi
      * Date: 2024/07/15
      * Purpose: Shared record layout for the direct-debit mandate
      *          file (mandate.txt, indexed on MND-DB-ID). One row
      *          per registration that has signed a mandate: the
      *          member's bank sort code and account, the mandate
      *          reference the bank knows it by, the date it was
      *          signed and its status - "A" active (collected by
      *          S119's nightly run), "S" suspended (too many
      *          failed or returned debits - the member pays at the
      *          desk until S119 reactivates it) or "C" cancelled.
      *          MND-COLLECTED-THRU is the paid-through date the
      *          last collection was raised against, so a period is
      *          never collected twice while the renewal it pays
      *          for is still on its way through S015.
      ******************************************************************
       01  MANDATE-RECORD.
           05  MND-DB-ID                    PIC X(20).
           05  MND-REFERENCE                PIC X(18).
           05  MND-BANK-SORT                PIC X(08).
           05  MND-BANK-ACCOUNT             PIC X(20).
           05  MND-ACCOUNT-NAME             PIC X(30).
           05  MND-SIGNED-DATE              PIC 9(08).
           05  MND-STATUS                   PIC X(01).
               88  MND-STATUS-ACTIVE        VALUE "A".
               88  MND-STATUS-SUSPENDED     VALUE "S".
               88  MND-STATUS-CANCELLED     VALUE "C".
           05  MND-FAIL-COUNT               PIC 9(02).
           05  MND-COLLECTED-THRU           PIC 9(08).
           05  MND-LAST-COLLECT-DATE        PIC 9(08).
           05  MND-CHANGED-BY               PIC 9(05).
           05  MND-CHANGED-DATE             PIC 9(08).
