      *                    with IS NUMERIC. S032's write-back
      *                    carries it through, and S058's run trace
      *                    filters on it.
      *   2024/08/05  rxz  Reason codes STAT (the registration is not in
      *                    a status the transaction applies to - a
      *                    freeze of a row that is not active, a resume
      *                    of one that is not frozen) and DATE (a freeze
      *                    with an impossible start or expected resume
      *                    date), both from S015's batch Freeze and
      *                    Resume.
      *   2024/08/08  rxz  Reason code HHLD - a batch renew or void of a
      *                    household dependent, which only moves with
      *                    its primary (S126 splits it off first).
      *   2024/08/11  rxz  Reason code ELIG - a batch renew of a member
      *                    past its class's age band with no class to
      *                    re-rate to (ELGREC).
      *   2024/08/14  rxz  Reason code QUOT - a batch add whose country
      *                    and class quota is full (QTAREC); the ID is
      *                    put on the waiting list (WTLREC) as well.
      *   2024/09/04  rxz  Appended SUSP-CAMPAIGN - a suspended add
      *                    keeps the campaign it was attributed to
      *                    through S032's release. Rows from before read
      *                    back as spaces. Reason code CAMP - a batch
      *                    add naming a campaign that is not on
      *                    campaign.txt (CMPREC).
      *   2024/11/29  rxz  Appended SUSP-RECEIPT-NO - a suspended
      *                    direct-debit renewal keeps the receipt S119
      *                    collected for it (TRAN-RECEIPT-NO) through
      *                    S032's release, so the released renewal still
      *                    raises its invoice paid. Rows from before
      *                    read back as spaces; readers guard with IS
      *                    NUMERIC.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-STATE                   PIC X(01).
               88  SUSP-REASON-NOT-AUTH     VALUE "AUTH".
               88  SUSP-REASON-FEE-NUMERIC  VALUE "FEEN".
               88  SUSP-REASON-CLOSED       VALUE "CLSD".
               88  SUSP-REASON-STATUS       VALUE "STAT".
               88  SUSP-REASON-DATE         VALUE "DATE".
               88  SUSP-REASON-HOUSEHOLD    VALUE "HHLD".
               88  SUSP-REASON-ELIGIBILITY  VALUE "ELIG".
               88  SUSP-REASON-QUOTA        VALUE "QUOT".
               88  SUSP-REASON-CAMPAIGN     VALUE "CAMP".
           05  SUSP-DATE                    PIC 9(08).
           05  SUSP-TIME                    PIC 9(06).
           05  SUSP-MODE                    PIC X(01).
           05  SUSP-FEE                     PIC 9(07)V99.
           05  SUSP-EMPLOYEE-ID             PIC 9(05).
           05  SUSP-RUN-ID                  PIC 9(07).
           05  SUSP-CAMPAIGN                PIC X(06).
           05  SUSP-RECEIPT-NO              PIC 9(07).
