      *                    written by S015's new Reinstate mode), so
      *                    a membership's fall off and return both
      *                    show in the change history.
      *   2024/07/24  rxz  AUD-MODE gains "G" (agency), written by
      *                    S121 when a registration is placed with
      *                    the collection agency, handed back by
      *                    it, or settled.
      *   2024/08/05  rxz  AUD-MODE gains "F" (freeze) and "E" (resume),
      *                    written by S015's new Freeze and Resume
      *                    modes, so a member's hold and return show in
      *                    the change history.
      *   2024/09/01  rxz  AUD-MODE gains "D" (dispute), written by S138
      *                    when a member case sets or lifts the
      *                    disputed-balance hold on the registration.
      *   2024/09/25  rxz  AUD-MODE gains "T" (restore), written by S065
      *                    when a purged registration is brought back
      *                    from dbarchive.txt under its original ID.
      *   2024/09/28  rxz  Appended AUD-SEQ-NO, AUD-DIGEST and
      *                    AUD-CHAIN, issued by the AUDCHN subprogram
      *                    as each entry is written - a running
      *                    sequence number, a digest of the entry's
      *                    contents and a chain value linking it to the
      *                    entry before. S147 verifies them. Entries
      *                    from before carry spaces there; readers
      *                    guard with IS NUMERIC.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP.
               88  AUD-MODE-RENEW           VALUE "R".
               88  AUD-MODE-LAPSE           VALUE "L".
               88  AUD-MODE-REINSTATE       VALUE "I".
               88  AUD-MODE-AGENCY          VALUE "G".
               88  AUD-MODE-FREEZE          VALUE "F".
               88  AUD-MODE-RESUME          VALUE "E".
               88  AUD-MODE-DISPUTE         VALUE "D".
               88  AUD-MODE-RESTORE         VALUE "T".
           05  AUD-SOURCE                   PIC X(01).
               88  AUD-SOURCE-SCREEN        VALUE "S".
               88  AUD-SOURCE-BATCH         VALUE "B".
           05  AUD-BEFORE-IMAGE             PIC X(112).
           05  AUD-AFTER-IMAGE              PIC X(112).
           05  AUD-RUN-ID                   PIC 9(07).
           05  AUD-SEQ-NO                   PIC 9(09).
           05  AUD-DIGEST                   PIC 9(10).
           05  AUD-CHAIN                    PIC 9(10).
