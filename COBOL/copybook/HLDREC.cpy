      ******************************************************************
      * Copybook: HLDREC
      * Author: rxxuzi
      * Date: 2024/09/19
      * Purpose: Shared record layout for the legal-hold register
      *          (legalhold.txt, indexed on HLD-DB-ID). One row per
      *          member who is in a legal dispute or under
      *          investigation and whose records must be kept whole,
      *          placed and released only by a supervisor in S145.
      *          A hold is in force from HLD-START-DATE until
      *          HLD-RELEASE-DATE; a zero release date holds until
      *          further notice. While it is in force HOLDCHK
      *          refuses S077's erasure, S065's purge, S102's audit
      *          archiving, S096's write-off and S076's merge for
      *          the member, and each refusal lands on holdblk.txt
      *          (HBKREC). A released row stays on file; placing a
      *          new hold on the member reuses it.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05  HLD-DB-ID                    PIC X(20).
           05  HLD-REASON                   PIC X(40).
           05  HLD-REQUESTER                PIC X(30).
           05  HLD-START-DATE               PIC 9(08).
           05  HLD-RELEASE-DATE             PIC 9(08).
           05  HLD-PLACED-BY                PIC 9(05).
           05  HLD-RELEASED-BY              PIC 9(05).
           05  FILLER                       PIC X(10).
