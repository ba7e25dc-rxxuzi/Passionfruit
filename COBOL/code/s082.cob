      *          item past its interval (or never serviced at all)
      *          through RPTWRT.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-06  rxz  A service on a serial-controlled kind names
      *                    the unit (SRV-SERIAL). A failed service on a
      *                    unit still inside its supplier warranty
      *                    (UNIT-WARRANTY-END, set by S098's goods
      *                    receipt) raises a warranty claim on
      *                    warclaim.txt (WCLREC) against the supplier on
      *                    the unit's purchase order - one open claim
      *                    per unit; S160 follows it up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S082.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRV-STATUS.

           SELECT UnitMasterFile ASSIGN TO "./../unitmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-SERIAL
           FILE STATUS IS WS-UNIT-STATUS.

           SELECT PurchOrderFile ASSIGN TO "./../purchord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT ClaimFile ASSIGN TO "./../warclaim.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WCL-STATUS.

           SELECT ClaimCtlFile ASSIGN TO "./../wclctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WCL-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemCatalogFile.
       FD  ServiceHistoryFile.
           COPY SRVREC.

       FD  UnitMasterFile.
           COPY UNITREC.

       FD  PurchOrderFile.
           COPY POREC.

       FD  ClaimFile.
           COPY WCLREC.

       FD  ClaimCtlFile.
       01  ClaimCtlRec                  PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-SRV-STATUS                PIC XX.
       01  WS-LAST-SERIAL               PIC 9(07).
       01  WS-DAYS-SINCE                PIC 9(05).
       01  WS-DUE-COUNT                 PIC 9(04).
       01  WS-UNIT-STATUS               PIC XX.
       01  WS-PO-STATUS                 PIC XX.
       01  WS-WCL-STATUS                PIC XX.
       01  WS-WCL-CTL-STATUS            PIC XX.
       01  WS-WORK-SERIAL               PIC X(12).
       01  WS-UNIT-OK-SWITCH            PIC X(01).
           88  WS-UNIT-OK               VALUE "Y".
       01  WS-WARRANTY-END              PIC 9(08).
       01  WS-UNIT-PO-NO                PIC 9(07).
       01  WS-CLAIM-SUPPLIER            PIC X(06).
       01  WS-OPEN-CLAIM-SWITCH         PIC X(01).
           88  WS-OPEN-CLAIM-FOUND      VALUE "Y".
       01  WS-OPEN-CLAIM-NO             PIC 9(05).
       01  WS-LAST-WCL-NO               PIC 9(05).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S082".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
                   CLOSE ItemCatalogFile
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-WORK-SERIAL
           IF CAT-SERIAL-CONTROLLED
               PERFORM ENTER-SERVICED-UNIT
               IF NOT WS-UNIT-OK
                   CLOSE ItemCatalogFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Outcome (P=Pass, F=Fail): "
           ACCEPT WS-OUTCOME
           IF WS-OUTCOME NOT = "P" AND WS-OUTCOME NOT = "F"
           MOVE WS-OUTCOME     TO SRV-OUTCOME
           MOVE WS-OPERATOR-ID TO SRV-BY
           MOVE WS-NOTES       TO SRV-NOTES
           MOVE WS-WORK-SERIAL TO SRV-SERIAL
           WRITE SERVICE-HISTORY-RECORD
           CLOSE ServiceHistoryFile

               MOVE "Y" TO CAT-OOS-FLAG
               DISPLAY "FAILED - " CAT-ITEM-DESC " is now OUT OF "
                       "SERVICE; S024 will refuse to issue it."
               IF WS-WORK-SERIAL NOT = SPACES
                       AND WS-WARRANTY-END NOT < WS-TODAY-DATE
                   PERFORM RAISE-WARRANTY-CLAIM
               END-IF
           ELSE
               MOVE "N" TO CAT-OOS-FLAG
               DISPLAY "Passed - " CAT-ITEM-DESC " is in service."
           END-IF
           CLOSE ItemCatalogFile.

      * Which unit of a serial-controlled kind was serviced - blank
      * for the kind as a whole. Its warranty end and purchase order
      * are kept for the claim a failure may raise.
       ENTER-SERVICED-UNIT.
           MOVE "N" TO WS-UNIT-OK-SWITCH
           MOVE ZERO TO WS-WARRANTY-END
           MOVE ZERO TO WS-UNIT-PO-NO
           DISPLAY "Serial number (blank = the kind as a whole): "
           ACCEPT WS-WORK-SERIAL
           IF WS-WORK-SERIAL = SPACES
               SET WS-UNIT-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UnitMasterFile
           IF WS-UNIT-STATUS NOT = "00"
               DISPLAY "unitmast.txt could not be opened - status "
                       WS-UNIT-STATUS " - not recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-SERIAL TO UNIT-SERIAL
           READ UnitMasterFile KEY IS UNIT-SERIAL
               INVALID KEY
                   DISPLAY "Serial " WS-WORK-SERIAL " is not "
                           "registered - not recorded."
               NOT INVALID KEY
                   IF UNIT-ITEM-CODE NOT = WS-WORK-CODE
                       DISPLAY "Serial " WS-WORK-SERIAL " is a "
                               UNIT-ITEM-CODE " - not recorded."
                   ELSE
                       SET WS-UNIT-OK TO TRUE
                       IF UNIT-WARRANTY-END IS NUMERIC
                           MOVE UNIT-WARRANTY-END TO WS-WARRANTY-END
                       END-IF
                       IF UNIT-PO-NO IS NUMERIC
                           MOVE UNIT-PO-NO TO WS-UNIT-PO-NO
                       END-IF
                   END-IF
           END-READ
           CLOSE UnitMasterFile.

      * The unit failed inside its warranty - the claim goes to the
      * supplier on the order it came in on. A unit with a claim
      * still open gets no second one.
       RAISE-WARRANTY-CLAIM.
           PERFORM CHECK-OPEN-CLAIM
           IF WS-OPEN-CLAIM-FOUND
               DISPLAY "Serial " WS-WORK-SERIAL " already has open "
                       "warranty claim " WS-OPEN-CLAIM-NO "."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-UNIT-SUPPLIER
           PERFORM ASSIGN-NEXT-CLAIM-NO
           MOVE SPACES            TO WARRANTY-CLAIM-RECORD
           MOVE WS-LAST-WCL-NO    TO WCL-NO
           SET WCL-STATE-RAISED   TO TRUE
           MOVE WS-WORK-SERIAL    TO WCL-SERIAL
           MOVE WS-WORK-CODE      TO WCL-ITEM-CODE
           MOVE WS-CLAIM-SUPPLIER TO WCL-SUPPLIER
           MOVE WS-UNIT-PO-NO     TO WCL-PO-NO
           MOVE WS-WARRANTY-END   TO WCL-WARRANTY-END
           MOVE WS-TODAY-DATE     TO WCL-RAISED-DATE
           MOVE WS-NOTES          TO WCL-FAULT
           MOVE ZERO              TO WCL-ACK-DATE
           MOVE ZERO              TO WCL-CLOSED-DATE
           MOVE ZERO              TO WCL-CREDIT-AMOUNT
           OPEN EXTEND ClaimFile
           IF WS-WCL-STATUS = "35"
               OPEN OUTPUT ClaimFile
           END-IF
           IF WS-WCL-STATUS NOT = "00"
               DISPLAY "warclaim.txt could not be opened - status "
                       WS-WCL-STATUS " - claim " WS-LAST-WCL-NO
                       " NOT raised."
               EXIT PARAGRAPH
           END-IF
           WRITE WARRANTY-CLAIM-RECORD
           CLOSE ClaimFile
           DISPLAY "Unit is under warranty to " WS-WARRANTY-END
                   " - claim " WS-LAST-WCL-NO " raised against "
                   "supplier " WS-CLAIM-SUPPLIER "."
           IF WS-CLAIM-SUPPLIER = SPACES
               DISPLAY "Order " WS-UNIT-PO-NO " is not on file - "
                       "set the supplier on the claim in S160."
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Warranty claim " WS-LAST-WCL-NO " raised for "
                   WS-WORK-SERIAL " supplier " WS-CLAIM-SUPPLIER
                   " order " WS-UNIT-PO-NO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

       CHECK-OPEN-CLAIM.
           MOVE "N" TO WS-OPEN-CLAIM-SWITCH
           OPEN INPUT ClaimFile
           IF WS-WCL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CLAIM
           PERFORM UNTIL WS-END-OF-FILE OR WS-OPEN-CLAIM-FOUND
               IF WCL-SERIAL = WS-WORK-SERIAL AND WCL-STATE-OPEN
                   SET WS-OPEN-CLAIM-FOUND TO TRUE
                   MOVE WCL-NO TO WS-OPEN-CLAIM-NO
               ELSE
                   PERFORM READ-NEXT-CLAIM
               END-IF
           END-PERFORM
           CLOSE ClaimFile.

       READ-NEXT-CLAIM.
           READ ClaimFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       FIND-UNIT-SUPPLIER.
           MOVE SPACES TO WS-CLAIM-SUPPLIER
           OPEN INPUT PurchOrderFile
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-ORDER
           PERFORM UNTIL WS-END-OF-FILE
               IF PO-NO = WS-UNIT-PO-NO
                   MOVE PO-SUPPLIER TO WS-CLAIM-SUPPLIER
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   PERFORM READ-NEXT-ORDER
               END-IF
           END-PERFORM
           CLOSE PurchOrderFile.

       READ-NEXT-ORDER.
           READ PurchOrderFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Read the last-used claim number from wclctl.txt, bump it by
      * one and save it back - the persistent-counter shape of
      * rcptctl.txt.
       ASSIGN-NEXT-CLAIM-NO.
           MOVE ZERO TO WS-LAST-WCL-NO
           OPEN INPUT ClaimCtlFile
           IF WS-WCL-CTL-STATUS = "00"
               READ ClaimCtlFile INTO WS-LAST-WCL-NO
               CLOSE ClaimCtlFile
           END-IF
           ADD 1 TO WS-LAST-WCL-NO
           OPEN OUTPUT ClaimCtlFile
           MOVE WS-LAST-WCL-NO TO ClaimCtlRec
           WRITE ClaimCtlRec
           CLOSE ClaimCtlFile.

      * Every catalog row with a service interval whose most recent
      * service is further back than the interval - or that has
      * never been serviced at all - plus everything out of service.
