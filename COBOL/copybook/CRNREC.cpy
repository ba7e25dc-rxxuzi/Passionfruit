      ******************************************************************
      * Copybook: CRNREC
      * Author: rxxuzi
      * Date: 2024/11/12
      * Purpose: Shared record layout for the credit note register
      *          (crnote.txt, line sequential), written by S162. A
      *          credit note takes part of an invoice back without any
      *          cash changing hands - a wrong class, a fee that should
      *          have been prorated - and is numbered from crnctl.txt.
      *          Each row names the invoice it reduces, the fee and the
      *          tax credited (the tax in the invoice's own proportion),
      *          why, who raised it and, above S068's CREDIT-NOTE-LIMIT,
      *          the supervisor who approved it. The credit is allocated
      *          to the invoice the way S039 allocates a payment; S071
      *          prints it on the statement, S081 against the invoice,
      *          and S042 posts it as a fee-income reversal with its
      *          tax (CRNOTE and CRNTAX movements).
      ******************************************************************
       01  CREDIT-NOTE-RECORD.
           05  CRN-NO                       PIC 9(07).
           05  CRN-DATE                     PIC 9(08).
           05  CRN-INV-NO                   PIC 9(07).
           05  CRN-DB-ID                    PIC X(20).
           05  CRN-AMOUNT                   PIC 9(07)V99.
           05  CRN-TAX                      PIC 9(05)V99.
           05  CRN-REASON                   PIC X(30).
           05  CRN-RAISED-BY                PIC 9(05).
           05  CRN-APPROVED-BY              PIC 9(05).
           05  CRN-BRANCH                   PIC X(03).
