      ******************************************************************
      * Copybook: LDPREC
      * Author: rxxuzi
      * Date: 2024/11/18
      * Purpose: Shared record layout for the member loan deposit
      *          ledger (loandep.txt, line sequential). Every movement
      *          of the refundable deposit on an item S024 lends to a
      *          member is one row against the issue's ITEM-ID:
      *            T - taken at S039's desk, with its own receipt
      *                number from the shared rcptctl.txt counter;
      *            R - handed back at S037's return;
      *            K - kept at the return for damage;
      *            A - kept by S164 against a loan long overdue and
      *                treated as lost;
      *            S - the shortfall S164 then charged the member (the
      *                item's value beyond the deposit), with the
      *                invoice raised for it.
      *          The deposit is not money against the member's
      *          account, so it is kept off payment.txt and the
      *          balance master; S040 checks the receipts of the T
      *          rows, S069 ages the S rows as dated charges, S071
      *          prints them on the statement, and S042 posts the
      *          deposits through their own liability account.
      ******************************************************************
       01  LOAN-DEPOSIT-RECORD.
           05  LDP-ITEM-ID                  PIC 9(05).
           05  LDP-DB-ID                    PIC X(20).
           05  LDP-DATE                     PIC 9(08).
           05  LDP-KIND                     PIC X(01).
               88  LDP-KIND-TAKEN           VALUE "T".
               88  LDP-KIND-REFUNDED        VALUE "R".
               88  LDP-KIND-KEPT            VALUE "K".
               88  LDP-KIND-APPLIED         VALUE "A".
               88  LDP-KIND-SHORTFALL       VALUE "S".
           05  LDP-AMOUNT                   PIC 9(07)V99.
           05  LDP-RECEIPT-NO               PIC 9(07).
           05  LDP-INV-NO                   PIC 9(07).
           05  LDP-METHOD                   PIC X(01).
           05  LDP-BRANCH                   PIC X(03).
           05  LDP-OPERATOR                 PIC 9(05).
