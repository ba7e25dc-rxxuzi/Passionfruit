      ******************************************************************
      * Copybook: GLACK
      * Author: rxxuzi
      * Date: 2024/07/30
      * Purpose: Shared record layout for the finance system's
      *          acknowledgment of our GL extract runs (glack.txt)
      *          and the line-reject history S123 keeps of it
      *          (glackrej.txt). Finance sends one header row ("H")
      *          per glpost.txt it tried to load - our run number and
      *          posting date, loaded / partly loaded / rejected, the
      *          lines it received and the lines it loaded - followed
      *          by a detail row ("D") for each posting line it
      *          refused, counted from 1 in the order glpost.txt
      *          carried them, with its reason.
      *
      * ACK-IMPORT-DATE is left blank by finance; S123 fills it when
      * it copies the detail rows to the history.
      ******************************************************************
       01  GL-ACK-RECORD.
           05  ACK-RECORD-TYPE              PIC X(01).
               88  ACK-TYPE-HEADER          VALUE "H".
               88  ACK-TYPE-DETAIL          VALUE "D".
           05  ACK-RUN-NO                   PIC 9(05).
           05  ACK-POST-DATE                PIC 9(08).
           05  ACK-STATUS                   PIC X(01).
               88  ACK-STATUS-LOADED        VALUE "L".
               88  ACK-STATUS-PARTIAL       VALUE "P".
               88  ACK-STATUS-REJECTED      VALUE "R".
           05  ACK-LINES-RECEIVED           PIC 9(05).
           05  ACK-LINES-LOADED             PIC 9(05).
           05  ACK-LINE-NO                  PIC 9(05).
           05  ACK-ACCOUNT                  PIC X(08).
           05  ACK-REASON-CODE              PIC X(04).
           05  ACK-REASON-TEXT              PIC X(40).
           05  ACK-IMPORT-DATE              PIC 9(08).
