      *                    date captured at issue time (zero when the
      *                    issue is not a loaner). S038 reports every
      *                    open issue past its due-back date.
      *   2024-10-28  rxz  Added ITEM-BRANCH - the office the item was
      *                    issued from (the issuing desk's BRANCH_CODE,
      *                    blank for the head office), so S037's
      *                    stock-by-location report can say what each
      *                    office has out. Appended; the indexed file
      *                    takes the usual rebuild, and rows from before
      *                    read back with spaces (the head office).
      *   2024-10-31  rxz  Added ITEM-KIT-CODE and ITEM-KIT-REF - an
      *                    issue made as part of a kit (KITREC) carries
      *                    the kit code and the kit reference shared by
      *                    every component issued with it (the first
      *                    component's ITEM-ID), so S037 can take the
      *                    kit back as a whole. Blank code and zero
      *                    reference for a single-item issue. Appended;
      *                    the usual rebuild of itemissue.txt.
      *   2024-11-18  rxz  Added the member loan fields. S024 can now
      *                    lend a catalog item to a member instead of
      *                    issuing it to an employee: ITEM-BORROWER-ID
      *                    carries the member's DB-ID (spaces for an
      *                    employee issue, which leaves ITEM-EMPLOYEE-ID
      *                    zero on a loan), ITEM-DEPOSIT the refundable
      *                    deposit asked for, ITEM-DEPOSIT-STATE whether
      *                    it is still due at S039's desk, held, or
      *                    settled by S037's return or S164's charge for
      *                    a loan never returned, and
      *                    ITEM-DEPOSIT-RECEIPT the receipt S039 gave
      *                    for it. Appended; the usual rebuild of
      *                    itemissue.txt.
      ******************************************************************
       01  ISSUED-ITEM-RECORD.
           02  ITEM-ID               PIC 9(05).
               88  ITEM-STATE-LOST       VALUE "L".
           02  ITEM-RETURN-DATE      PIC 9(08).
           02  ITEM-DUE-DATE         PIC 9(08).
           02  ITEM-BRANCH           PIC X(03).
           02  ITEM-KIT-CODE         PIC X(08).
           02  ITEM-KIT-REF          PIC 9(05).
           02  ITEM-BORROWER-ID      PIC X(20).
               88  ITEM-EMPLOYEE-ISSUE   VALUE SPACES.
           02  ITEM-DEPOSIT          PIC 9(05)V99.
           02  ITEM-DEPOSIT-STATE    PIC X(01).
               88  ITEM-DEPOSIT-DUE      VALUE "D".
               88  ITEM-DEPOSIT-HELD     VALUE "H".
               88  ITEM-DEPOSIT-SETTLED  VALUE "S".
           02  ITEM-DEPOSIT-RECEIPT  PIC 9(07).
