      *                    "*" (or is blank) asks S015 to issue the
      *                    next registration ID from its persistent
      *                    dbidctl.txt sequence at apply time.
      *   2024-08-05  rxz  Added TRAN-MODE "F" (freeze) and "E" (resume)
      *                    - batch counterparts of S015's new Freeze and
      *                    Resume screen modes - and the freeze view
      *                    below: a freeze carries its start date (zero
      *                    = the posting date) and the expected resume
      *                    date where an add carries the country. TRAN-
      *                    FEE stays zero on both and still counts
      *                    toward the trailer's hash.
      *   2024-09-04  rxz  Added TRAN-CAMPAIGN at the end of the detail
      *                    record - the acquisition campaign (CMPREC) an
      *                    add is attributed to, written by S054 for
      *                    partner imports. Blank means none; only adds
      *                    read it, and the header, trailer and freeze
      *                    views are unchanged.
      *   2024-11-29  rxz  Added TRAN-RECEIPT-NO after TRAN-CAMPAIGN -
      *                    the payment.txt receipt S119 has already
      *                    collected by direct debit for a renewal, so
      *                    S015 raises that renewal's invoice as paid.
      *                    Zero or blank means none; only renewals read
      *                    it, and the header, trailer and freeze views
      *                    are unchanged.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-MODE                 PIC X(01).
               88  TRAN-MODE-UPDATE      VALUE "U".
               88  TRAN-MODE-VOID        VALUE "V".
               88  TRAN-MODE-RENEW       VALUE "R".
               88  TRAN-MODE-FREEZE      VALUE "F".
               88  TRAN-MODE-RESUME      VALUE "E".
               88  TRAN-MODE-HEADER      VALUE "H".
               88  TRAN-MODE-TRAILER     VALUE "T".
           05  TRAN-ID                   PIC X(20).
           05  TRAN-COUNTRY              PIC X(20).
           05  TRAN-FEE                  PIC 9(07)V99.
           05  TRAN-EMPLOYEE-ID          PIC 9(05).
           05  TRAN-CAMPAIGN             PIC X(06).
           05  TRAN-RECEIPT-NO           PIC 9(07).

      * Batch header - first record of a controlled transaction file.
       01  TRAN-HEADER-RECORD.
           05  TRAN-TRL-REC-COUNT        PIC 9(05).
           05  TRAN-TRL-FEE-HASH         PIC 9(11)V99.
           05  FILLER                    PIC X(36).

      * Freeze / resume - the dates ride where an add carries the
      * country; TRAN-FEE and TRAN-EMPLOYEE-ID keep their places.
       01  TRAN-FREEZE-RECORD.
           05  TRAN-FRZ-MODE             PIC X(01).
           05  TRAN-FRZ-ID               PIC X(20).
           05  TRAN-FRZ-START-DATE       PIC 9(08).
           05  TRAN-FRZ-RESUME-DUE       PIC 9(08).
           05  FILLER                    PIC X(04).
           05  FILLER                    PIC X(14).
