      ******************************************************************
      * Copybook: GFTREC
      * Author: rxxuzi
      * Date: 2024/11/24
      * Purpose: Shared record layout for the gift membership voucher
      *          file (giftvch.txt, indexed on GFT-NO). A voucher is
      *          sold at S039's desk to someone buying a membership
      *          for somebody else: the money comes in with its own
      *          receipt number from the shared rcptctl.txt counter
      *          and is held as a liability - it is not a payment
      *          against any account, so it stays off payment.txt
      *          and the balance master until it is redeemed.
      *
      *          GFT-NO is issued by S039 from the gftctl.txt
      *          sequence: seven digits of sequence and an eighth
      *          check digit, the sum of the seven digits modulo 9 -
      *          the registration ID's rule - so a mistyped voucher
      *          number is refused before the file is read.
      *
      *          The voucher is good for one membership of its class
      *          in its country until GFT-EXPIRY-DATE (inclusive).
      *          S015's add and S080's approval redeem it through
      *          GIFTVCH against the new member's first invoice: the
      *          part of the voucher that settles the invoice is
      *          GFT-APPLIED, and the voucher turns redeemed. A
      *          voucher still unredeemed after its expiry date reads
      *          as expired - there is no separate state for it.
      *          S042 posts the sale, the redemption and the release
      *          of expired or unused value to income; S166 lists
      *          the vouchers by state.
      ******************************************************************
       01  GIFT-VOUCHER-RECORD.
           05  GFT-NO                       PIC 9(08).
           05  GFT-NO-PARTS REDEFINES GFT-NO.
               10  GFT-NO-SEQ               PIC 9(07).
               10  GFT-NO-CHECK             PIC 9(01).
           05  GFT-STATE                    PIC X(01).
               88  GFT-STATE-OPEN           VALUE "U".
               88  GFT-STATE-REDEEMED       VALUE "R".
           05  GFT-CLASS                    PIC X(01).
           05  GFT-COUNTRY                  PIC X(20).
           05  GFT-AMOUNT                   PIC 9(07)V99.
           05  GFT-SALE-DATE                PIC 9(08).
           05  GFT-EXPIRY-DATE              PIC 9(08).
           05  GFT-RECEIPT-NO               PIC 9(07).
           05  GFT-METHOD                   PIC X(01).
           05  GFT-BRANCH                   PIC X(03).
           05  GFT-OPERATOR                 PIC 9(05).
           05  GFT-BUYER-NAME               PIC X(30).
           05  GFT-BUYER-PHONE              PIC X(15).
           05  GFT-BUYER-EMAIL              PIC X(40).
           05  GFT-FOR-NAME                 PIC X(30).
           05  GFT-REDEEMED-DATE            PIC 9(08).
           05  GFT-REDEEMED-DB-ID           PIC X(20).
           05  GFT-INV-NO                   PIC 9(07).
           05  GFT-APPLIED                  PIC 9(07)V99.
