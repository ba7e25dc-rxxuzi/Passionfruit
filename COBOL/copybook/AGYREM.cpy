      ******************************************************************
      * Copybook: AGYREM
      * Author: rxxuzi
      * Date: 2024/07/24
      * Purpose: Shared record layout for the collection agency's
      *          monthly remittance file (agyremit.txt) and the
      *          remittance history S121 keeps of it (agyrhist.txt).
      *          The agency sends one row per account movement,
      *          quoting our placement number: money collected
      *          ("C"), the final collection that settles the
      *          account ("F"), or the account handed back -
      *          recalled ("R") or uncollectable ("U") - with any
      *          last money collected on the same row. Gross is
      *          what the member paid the agency, commission what
      *          the agency kept of it.
      *
      * The import fields after ARM-AGENCY-REF are left blank by
      * the agency; S121 fills them when it copies each row to the
      * history, where S042 posts the commission and S069 nets it
      * out of the aging. Only ARM-RESULT-POSTED rows count.
      ******************************************************************
       01  AGENCY-REMITTANCE-RECORD.
           05  ARM-PLACEMENT-NO             PIC 9(07).
           05  ARM-DB-ID                    PIC X(20).
           05  ARM-TYPE                     PIC X(01).
               88  ARM-TYPE-COLLECTED       VALUE "C".
               88  ARM-TYPE-SETTLED         VALUE "F".
               88  ARM-TYPE-RECALLED        VALUE "R".
               88  ARM-TYPE-UNCOLLECTABLE   VALUE "U".
               88  ARM-TYPE-HANDED-BACK     VALUES "R", "U".
           05  ARM-DATE                     PIC 9(08).
           05  ARM-GROSS                    PIC 9(09)V99.
           05  ARM-COMMISSION               PIC 9(07)V99.
           05  ARM-AGENCY-REF               PIC X(20).
           05  ARM-POSTED-DATE              PIC 9(08).
           05  ARM-NET                      PIC 9(09)V99.
           05  ARM-RECEIPT-NO               PIC 9(07).
           05  ARM-RESULT                   PIC X(01).
               88  ARM-RESULT-POSTED        VALUE "P".
               88  ARM-RESULT-REJECTED      VALUE "X".
           05  ARM-REJECT-REASON            PIC X(04).
