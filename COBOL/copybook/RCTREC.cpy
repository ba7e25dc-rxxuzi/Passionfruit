      ******************************************************************
      * Copybook: RCTREC
      * Author: rxxuzi
      * Date: 2024/10/04
      * Purpose: Shared record layout for the operator access
      *          recertification file (recert.txt, line sequential).
      *          S149 opens a cycle by writing one pending row per
      *          operator profile, carrying the profile's branch and
      *          role as they stood and the date the cycle must be
      *          attested by. The branch supervisor confirms or
      *          revokes each row - who attested and when is stamped
      *          on it - and the nightly sweep marks whatever is still
      *          pending after the due date as locked unattested. The
      *          pending.txt discipline: rows stay on file with their
      *          outcome, so the file is the attestation history.
      ******************************************************************
       01  RECERT-RECORD.
           05  RCT-CYCLE-DATE               PIC 9(08).
           05  RCT-DUE-DATE                 PIC 9(08).
           05  RCT-OPR-ID                   PIC 9(05).
           05  RCT-BRANCH                   PIC X(03).
           05  RCT-ROLE                     PIC X(01).
           05  RCT-STATE                    PIC X(01).
               88  RCT-STATE-PENDING        VALUE "P".
               88  RCT-STATE-CONFIRMED      VALUE "C".
               88  RCT-STATE-REVOKED        VALUE "V".
               88  RCT-STATE-LOCKED         VALUE "L".
           05  RCT-ATTESTED-BY              PIC 9(05).
           05  RCT-ATTESTED-DATE            PIC 9(08).
           05  RCT-ATTESTED-TIME            PIC 9(06).
           05  RCT-LAST-SIGNON              PIC 9(08).
           05  RCT-NOTE                     PIC X(30).
