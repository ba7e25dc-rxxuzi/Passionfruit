      *                    A lapsed row is not active and not voided;
      *                    readers that test DB-STATUS-ACTIVE already
      *                    exclude it. No length change.
      *   2024/07/24  rxz  DB-AGENCY-STATE carved out of the reserved
      *                    FILLER (record length unchanged) - "P"
      *                    while S121 has the balance placed with
      *                    the collection agency, "R" once the
      *                    agency has handed it back for write-off.
      *                    Either stops S069's dunning letters.
      *                    Spaces on old rows mean never placed.
      *   2024/08/05  rxz  DB-STATUS gains "F" (frozen) - a member on
      *                    illness leave or an overseas posting, put on
      *                    hold by S015's Freeze mode and brought back
      *                    by its Resume mode, which adds the days
      *                    frozen to DB-PAID-THRU. The hold's dates and
      *                    reason live on the freeze register
      *                    (frzreg.txt, FRZREC). A frozen row is not
      *                    active, so readers that test DB-STATUS-ACTIVE
      *                    already exclude it - S070's lapse run and
      *                    S047's renewal notices among them. No length
      *                    change.
      *   2024/08/08  rxz  DB-HOUSEHOLD-ROLE carved out of the reserved
      *                    FILLER (record length unchanged) - "P" on the
      *                    primary registration of a household, "D" on a
      *                    dependent linked to one, maintained by S126
      *                    over the household register (hshld.txt,
      *                    HSHREC). A dependent renews, lapses and voids
      *                    with its primary. Spaces on old rows mean no
      *                    household.
      *   2024/09/01  rxz  DB-DISPUTE-STATE carved out of the reserved
      *                    FILLER (record length unchanged) - "D" while
      *                    the member has a live S138 case holding the
      *                    balance disputed (casefile.txt, CSEREC),
      *                    cleared when the last such case closes. S069
      *                    queues no dunning letter for a disputed
      *                    balance. Spaces on old rows mean not
      *                    disputed.
      *   2024/09/04  rxz  DB-CAMPAIGN carved out of the reserved FILLER
      *                    (record length unchanged) - the acquisition
      *                    campaign (campaign.txt, CMPREC) the member
      *                    came in on, captured by S015 at Add, by S080
      *                    on the application and by S054 on a partner
      *                    import. Spaces mean none was given, and on
      *                    rows from before.
      ******************************************************************
       01  DATABASE-RECORD.
           05  DB-REC-VERSION            PIC 9(02).
               88  DB-STATUS-ACTIVE      VALUE "A".
               88  DB-STATUS-VOID        VALUE "V".
               88  DB-STATUS-LAPSED      VALUE "L".
               88  DB-STATUS-FROZEN      VALUE "F".
           05  DB-HANDLED-BY             PIC 9(05).
           05  DB-CURRENCY               PIC X(03).
           05  DB-PAID-THRU              PIC 9(08).
           05  FILLER                    PIC X(02).
           05  DB-SPONSOR-ID             PIC X(06).
           05  DB-EFF-DATE               PIC 9(08).
           05  DB-AGENCY-STATE           PIC X(01).
               88  DB-AGENCY-PLACED      VALUE "P".
               88  DB-AGENCY-RETURNED    VALUE "R".
               88  DB-AGENCY-HELD        VALUES "P", "R".
           05  DB-HOUSEHOLD-ROLE         PIC X(01).
               88  DB-HSH-PRIMARY        VALUE "P".
               88  DB-HSH-DEPENDENT      VALUE "D".
               88  DB-HSH-MEMBER         VALUES "P", "D".
           05  DB-DISPUTE-STATE          PIC X(01).
               88  DB-BALANCE-DISPUTED   VALUE "D".
           05  DB-CAMPAIGN               PIC X(06).
           05  FILLER                    PIC X(01).
