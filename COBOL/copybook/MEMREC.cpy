      *          current through S048, which also answers the
      *          "I don't know my number" calls by finding a
      *          registration from the member's name.
      *
      * Modification History:
      *   2024/08/11  rxz  Added MEM-BIRTH-DATE (YYYYMMDD, zero = not
      *                    known) at the end of the record - the age
      *                    class eligibility is checked on (ELGREC).
      *   2024/08/26  rxz  Added the gone-away flag at the end of the
      *                    record - S136 sets it when post comes back
      *                    undeliverable, with the date returned and
      *                    the document type; the postal runs skip a
      *                    gone-away address and S048 clears the flag
      *                    when a new address is recorded.
      ******************************************************************
       01  MEMBER-DETAILS-RECORD.
           05  MEM-DB-ID                    PIC X(20).
           05  MEM-ADDR-3                   PIC X(30).
           05  MEM-PHONE                    PIC X(15).
           05  MEM-EMAIL                    PIC X(40).
           05  MEM-BIRTH-DATE               PIC 9(08).
           05  MEM-ADDRESS-STATUS           PIC X(01).
               88  MEM-ADDRESS-GONE-AWAY    VALUE "G".
           05  MEM-GONE-AWAY-DATE           PIC 9(08).
           05  MEM-RETURNED-DOC             PIC X(08).
