      *          block (the overdue chasers address employees, who
      *          carry no member details).
      * Tectonics: cobc -m
      *
      * Modification History:
      *   2024-08-26  rxz  A letter to an address S136 has flagged
      *                    gone-away (returned mail) is not produced -
      *                    no letters.txt or ltrreg.txt row - until
      *                    S048 records a new address.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRGEN.
           88  WS-TEMPLATE-USED   VALUE "Y".
       01  WS-MEM-FOUND-SWITCH    PIC X(01).
           88  WS-MEMBER-FOUND    VALUE "Y".
       01  WS-GONE-AWAY-SWITCH    PIC X(01).
           88  WS-ADDRESS-GONE-AWAY VALUE "Y".
       01  WS-ADDRESSEE-NAME      PIC X(30).
       01  WS-ADDR-1              PIC X(30).
       01  WS-ADDR-2              PIC X(30).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOOK-UP-ADDRESSEE
           IF WS-ADDRESS-GONE-AWAY
               DISPLAY "Address for " LS-LTR-DB-ID " is gone-away - "
                       LS-LTR-TEMPLATE-ID " letter NOT produced."
               GOBACK
           END-IF

           OPEN EXTEND LetterFile
           IF WS-LTR-STATUS = "35"

      * The address block comes from memdet.txt when the addressee
      * has a row there; otherwise the ID stands alone so the letter
      * still says who it was for. An address S136 has flagged
      * gone-away (post returned undeliverable) gets no letter.
       LOOK-UP-ADDRESSEE.
           MOVE "N" TO WS-MEM-FOUND-SWITCH
           MOVE "N" TO WS-GONE-AWAY-SWITCH
           MOVE SPACES TO WS-ADDRESSEE-NAME
           MOVE SPACES TO WS-ADDR-1
           MOVE SPACES TO WS-ADDR-2
                   MOVE MEM-ADDR-1 TO WS-ADDR-1
                   MOVE MEM-ADDR-2 TO WS-ADDR-2
                   MOVE MEM-ADDR-3 TO WS-ADDR-3
                   IF MEM-ADDRESS-GONE-AWAY
                       SET WS-ADDRESS-GONE-AWAY TO TRUE
                   END-IF
           END-READ
           CLOSE MemberDetailsFile.

