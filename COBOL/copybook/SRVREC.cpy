      *          reads them back for the service-due report; a
      *          failing outcome puts the catalog row out of service
      *          until a passing one is recorded.
      *
      * Modification History:
      *   2024/11/06  rxz  SRV-SERIAL names the unit serviced for a
      *                    serial-controlled kind (blank for the kind as
      *                    a whole). A failed service on a unit still
      *                    under warranty raises a supplier claim
      *                    (WCLREC). Appended; rows from before read
      *                    back blank.
      ******************************************************************
       01  SERVICE-HISTORY-RECORD.
           05  SRV-ITEM-CODE                PIC X(08).
               88  SRV-OUTCOME-FAIL         VALUE "F".
           05  SRV-BY                       PIC 9(05).
           05  SRV-NOTES                    PIC X(30).
           05  SRV-SERIAL                   PIC X(12).
