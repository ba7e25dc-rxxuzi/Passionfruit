      *                    keyed by a non-supervisor, queued with a
      *                    zero fee for S034 to apply or reject like
      *                    a high-fee add.
      *   2024/07/21  rxz  PEND-TYPE gains "L" - waive a late fee
      *                    S069 charged. PEND-REF-NO carries the
      *                    late fee's invoice number and PEND-REASON
      *                    why it should be waived; both were added
      *                    at the end and read back as spaces on
      *                    older rows.
      *   2024/09/04  rxz  Added PEND-CAMPAIGN at the end - a queued add
      *                    keeps the acquisition campaign (CMPREC) keyed
      *                    with it, and S034 carries it to DB-CAMPAIGN
      *                    when it applies the add. Older rows read back
      *                    as spaces, meaning none.
      *   2024/09/07  rxz  Added PEND-REFERRER-ID at the end - the
      *                    member who referred a queued add; S034
      *                    records the referral (RFLREC) when it applies
      *                    the add.
      *                    Older rows read back as spaces, meaning none.
      ******************************************************************
       01  PENDING-RECORD.
           05  PEND-STATE                   PIC X(01).
               88  PEND-TYPE-VOID           VALUE "V".
               88  PEND-TYPE-HIGH-FEE       VALUE "F".
               88  PEND-TYPE-WAIVER         VALUE "W".
               88  PEND-TYPE-LATE-WAIVER    VALUE "L".
           05  PEND-DATE                    PIC 9(08).
           05  PEND-TIME                    PIC 9(06).
           05  PEND-OPERATOR                PIC 9(05).
           05  PEND-EMPLOYEE-ID             PIC 9(05).
           05  PEND-DECIDED-BY              PIC 9(05).
           05  PEND-DECIDED-DATE            PIC 9(08).
           05  PEND-REF-NO                  PIC 9(07).
           05  PEND-REASON                  PIC X(30).
           05  PEND-CAMPAIGN                PIC X(06).
           05  PEND-REFERRER-ID             PIC X(20).
