      *          exactly once. Operator zero means the run came out
      *          of the batch window with nobody signed on, the
      *          S072 convention.
      *
      * Modification History:
      *   2024/07/30  rxz  Finance's acknowledgment of the run, as
      *                    S123 imports it: loaded, partly loaded or
      *                    rejected, when, and how many lines went
      *                    each way. Blank until finance answers -
      *                    rows written before this carry no ack
      *                    fields at all and read as unanswered.
      ******************************************************************
       01  GL-RUN-RECORD.
           05  GLR-STATE                    PIC X(01).
           05  GLR-RUN-DATE                 PIC 9(08).
           05  GLR-RUN-TIME                 PIC 9(06).
           05  GLR-OPERATOR                 PIC 9(05).
           05  GLR-ACK-STATE                PIC X(01).
               88  GLR-ACK-NONE             VALUE SPACE.
               88  GLR-ACK-LOADED           VALUE "L".
               88  GLR-ACK-PARTIAL          VALUE "P".
               88  GLR-ACK-REJECTED         VALUE "R".
           05  GLR-ACK-DATE                 PIC 9(08).
           05  GLR-ACK-LINES-LOADED         PIC 9(05).
           05  GLR-ACK-LINES-REJECTED       PIC 9(05).
