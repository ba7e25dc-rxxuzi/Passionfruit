      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-11-15
      * Purpose: Event and course bookings. The courses and events the
      *          shop runs for members were booked on a spreadsheet
      *          nobody could tie to the member's account; they are
      *          kept here instead:
      *            E - set up or change an event on evtmast.txt
      *                (EVTREC): code, title, date, office, how many
      *                places and the fee for a place by membership
      *                class. Raising the places promotes whoever is
      *                waiting into them.
      *            B - book a member onto an event. Only an active
      *                registration on database.txt can book. While
      *                the event has room and nobody is waiting the
      *                place is held and invoiced at once (invmast.txt,
      *                source "E", the card-fee pattern) for S039 to
      *                collect like any other charge; otherwise the
      *                member joins the event's waiting list.
      *            C - cancel a booking. A held place cancelled at
      *                least EVENT-CANCEL-DAYS before the event gives
      *                the fee back - a credit note (crnote.txt, as
      *                S162 raises) for whatever is still unpaid on the
      *                invoice and a refund due (refund.txt, for S041
      *                to pay) for whatever was paid; later than that
      *                the fee is kept. The first member waiting is
      *                then promoted into the place and invoiced.
      *            A - the attendance register for one event: the
      *                places held, to be signed on the day, and the
      *                waiting list under them.
      *            I - event income: places, fees invoiced, fees given
      *                back and the net, event by event.
      *          Bookings are kept on evtbook.txt (BKGREC), numbered
      *          from evtbkctl.txt.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-11-29  rxz  A member promoted off a waiting list is sent
      *                    the EVTPLACE notification only when the
      *                    CONSENT subprogram allows service contact;
      *                    the place is still held and invoiced either
      *                    way, and the session counts and logs the
      *                    notifications suppressed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S163.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventFile ASSIGN TO "./../evtmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-CODE
           FILE STATUS IS WS-EVT-STATUS.

           SELECT BookingFile ASSIGN TO "./../evtbook.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKG-NO
           ALTERNATE RECORD KEY IS BKG-EVT-CODE WITH DUPLICATES
           FILE STATUS IS WS-BKG-STATUS.

           SELECT BookingCtlFile ASSIGN TO "./../evtbkctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKG-CTL-STATUS.

           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

           SELECT InvoiceFile ASSIGN TO "./../invmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT InvoiceWorkFile ASSIGN TO "./../invwork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVW-STATUS.

           SELECT InvoiceCtlFile ASSIGN TO "./../invctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVCTL-STATUS.

           SELECT CreditNoteFile ASSIGN TO "./../crnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-STATUS.

           SELECT CreditNoteCtlFile ASSIGN TO "./../crnctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRN-CTL-STATUS.

           SELECT RefundFile ASSIGN TO "./../refund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EventFile.
           COPY EVTREC.

       FD  BookingFile.
           COPY BKGREC.

       FD  BookingCtlFile.
       01  BookingCtlRec                PIC 9(07).

       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       FD  InvoiceFile.
           COPY INVREC.

       FD  InvoiceWorkFile.
           COPY INVREC REPLACING
               ==INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==INV== BY ==IVW==.

       FD  InvoiceCtlFile.
       01  InvoiceCtlRec                PIC 9(07).

       FD  CreditNoteFile.
           COPY CRNREC.

       FD  CreditNoteCtlFile.
       01  CreditNoteCtlRec             PIC 9(07).

       FD  RefundFile.
           COPY REFREC.

       WORKING-STORAGE SECTION.
       01  WS-EVT-STATUS                PIC XX.
       01  WS-BKG-STATUS                PIC XX.
       01  WS-BKG-CTL-STATUS            PIC XX.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-INV-STATUS                PIC XX.
       01  WS-INVW-STATUS               PIC XX.
       01  WS-INVCTL-STATUS             PIC XX.
       01  WS-CRN-STATUS                PIC XX.
       01  WS-CRN-CTL-STATUS            PIC XX.
       01  WS-REF-STATUS                PIC XX.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-BKG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-BKG-END-OF-FILE       VALUE "Y".
       01  WS-CRN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-CRN-END-OF-FILE       VALUE "Y".
       01  WS-CHOICE                    PIC X(01).
       01  WS-EXIT-SWITCH               PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED        VALUE "Y".
       01  WS-BRANCH-CODE               PIC X(03) VALUE SPACES.
       01  WS-BUSDATE                   PIC 9(08).
       01  WS-BUSDATE-STATE             PIC X(01).
       01  WS-OPERATOR-ID               PIC 9(05).
       01  WS-CONFIRM                   PIC X(01).

      * The event being worked on, as found on evtmast.txt.
       01  WS-EVENT-FOUND-SWITCH        PIC X(01).
           88  WS-EVENT-FOUND           VALUE "Y".
       01  WS-EVT-CODE                  PIC X(08).
       01  WS-EVT-TITLE                 PIC X(30).
       01  WS-EVT-DATE                  PIC 9(08).
       01  WS-EVT-BRANCH                PIC X(03).
       01  WS-EVT-CAPACITY              PIC 9(04).
       01  WS-EVT-STATE                 PIC X(01).
           88  WS-EVT-OPEN              VALUE "O".
       01  WS-EVT-FEE-STUDENT           PIC 9(05)V99.
       01  WS-EVT-FEE-REGULAR           PIC 9(05)V99.
       01  WS-EVT-FEE-CORPORATE         PIC 9(05)V99.
       01  WS-EVT-FEE-HOUSEHOLD         PIC 9(05)V99.

      * Set-up and change entries - blank or zero keeps what is there.
       01  WS-ENTRY-TITLE               PIC X(30).
       01  WS-ENTRY-DATE                PIC 9(08).
       01  WS-ENTRY-BRANCH              PIC X(03).
       01  WS-ENTRY-CAPACITY            PIC 9(04).
       01  WS-ENTRY-STATE               PIC X(01).

      * The event's bookings, counted in booking order.
       01  WS-HELD-COUNT                PIC 9(04).
       01  WS-WAITING-COUNT             PIC 9(04).
       01  WS-CANCELLED-COUNT           PIC 9(04).
       01  WS-FIRST-WAITING-NO          PIC 9(07).
       01  WS-ALREADY-BOOKED-NO         PIC 9(07).
       01  WS-EVENT-BILLED              PIC 9(07)V99.
       01  WS-EVENT-RETURNED            PIC 9(07)V99.
       01  WS-EVENT-NET                 PIC S9(07)V99.
       01  WS-PROMOTE-SWITCH            PIC X(01).
           88  WS-PROMOTION-DONE        VALUE "Y".

      * The booking being made, cancelled or promoted.
       01  WS-MEMBER-ID                 PIC X(20).
       01  WS-MEMBER-CLASS              PIC X(01).
       01  WS-BKG-NO                    PIC 9(07).
       01  WS-BKG-FEE                   PIC 9(05)V99.
       01  WS-BKG-STATE                 PIC X(01).
           88  WS-BKG-HELD              VALUE "H".
           88  WS-BKG-WAITING           VALUE "W".
       01  WS-BKG-INV-NO                PIC 9(07).
       01  WS-BKG-FOUND-SWITCH          PIC X(01).
           88  WS-BOOKING-FOUND         VALUE "Y".
       01  WS-LAST-BKG-NO               PIC 9(07) VALUE ZERO.
       01  WS-LAST-INVOICE-NO           PIC 9(07).

      * The cancellation cut-off and what a cancellation gives back.
       01  WS-CANCEL-DAYS               PIC 9(03) VALUE 7.
       01  WS-CUTOFF-DATE               PIC 9(08).
       01  WS-SETTLEMENT                PIC X(01).
       01  WS-CUTOFF-STEP               PIC 9(03).
       01  WS-BUSDAY-KIND               PIC X(08).
       01  WS-BUSDAY-RESULT             PIC X(01).
       01  WS-INV-FOUND-SWITCH          PIC X(01).
           88  WS-INVOICE-FOUND         VALUE "Y".
       01  WS-INV-HIT-SWITCH            PIC X(01).
           88  WS-INV-ROW-HIT           VALUE "Y".
       01  WS-INV-STATE                 PIC X(01).
           88  WS-INV-OPEN              VALUE "O".
       01  WS-INV-AMOUNT                PIC 9(07)V99.
       01  WS-INV-TAX                   PIC 9(05)V99.
       01  WS-INV-ALLOCATED             PIC 9(07)V99.
       01  WS-INV-TOTAL-DUE             PIC 9(07)V99.
       01  WS-INV-CREDITED              PIC 9(07)V99.
       01  WS-CREDIT-AMOUNT             PIC 9(07)V99.
       01  WS-REFUND-AMOUNT             PIC 9(07)V99.
       01  WS-RETURN-TOTAL              PIC 9(07)V99.
       01  WS-LAST-CRN-NO               PIC 9(07) VALUE ZERO.
       01  WS-CREDIT-REASON             PIC X(30).

       01  WS-INV-FILE-NAME             PIC X(20)
               VALUE "./../invmast.txt".
       01  WS-INVW-FILE-NAME            PIC X(20)
               VALUE "./../invwork.txt".
       01  WS-DELETE-RESULT             PIC 9(09) COMP-5.
       01  WS-RENAME-RESULT             PIC 9(09) COMP-5.

      * Income report selection and totals.
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-REPORT-EVENTS             PIC 9(05).
       01  WS-TOTAL-HELD                PIC 9(07).
       01  WS-TOTAL-BILLED              PIC 9(09)V99.
       01  WS-TOTAL-RETURNED            PIC 9(09)V99.
       01  WS-TOTAL-NET                 PIC S9(09)V99.
       01  WS-ED-BILLED                 PIC Z(06)9.99.
       01  WS-ED-RETURNED               PIC Z(06)9.99.
       01  WS-ED-NET                    PIC Z(06)9.99-.
       01  WS-MEMBER-NAME               PIC X(30).

       01  WS-CFG-NAME                  PIC X(20).
       01  WS-CFG-DEFAULT               PIC X(40).
       01  WS-CFG-VALUE                 PIC X(40).

       01  WS-BAL-KIND                  PIC X(08).
       01  WS-BAL-DB-ID                 PIC X(20).
       01  WS-BAL-AMOUNT                PIC S9(09)V99.

       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S163".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "EVTPLACE".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S163".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".

      * Shared report writer plumbing, the S016 pattern.
       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S163".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-BRANCH-CODE
           PERFORM INITIALIZE-DB-PATH
           CALL "BIZDATE" USING WS-BUSDATE WS-BUSDATE-STATE
           IF WS-BUSDATE-STATE = "C"
               DISPLAY "Day-end is in flight - the desk is closed "
                       "until S088 advances the business date."
               STOP RUN
           END-IF
           PERFORM READ-SITE-PROFILE
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "  S163 - EVENT AND COURSE BOOKINGS"
               DISPLAY "=============================================="
               DISPLAY "E=Set up or change an event  B=Book a member"
               DISPLAY "C=Cancel a booking  A=Attendance register"
               DISPLAY "I=Event income report  X=Exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM SET-UP-EVENT
                   WHEN "B"
                   WHEN "b"
                       PERFORM BOOK-MEMBER
                   WHEN "C"
                   WHEN "c"
                       PERFORM CANCEL-BOOKING
                   WHEN "A"
                   WHEN "a"
                       PERFORM ATTENDANCE-REGISTER
                   WHEN "I"
                   WHEN "i"
                       PERFORM EVENT-INCOME-REPORT
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Not a valid choice - try again."
               END-EVALUATE
           END-PERFORM
           IF WS-SUPPRESSED-COUNT > ZERO
               DISPLAY "Promotion notices suppressed - no consent: "
                       WS-SUPPRESSED-COUNT
               MOVE "INFO " TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Bookings session - " WS-SUPPRESSED-COUNT
                       " promotion notice(s) suppressed"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                       WS-LOG-TEXT
           END-IF
           STOP RUN.

      * How many days before the event a cancellation still gets the
      * fee back.
       READ-SITE-PROFILE.
           MOVE "EVENT-CANCEL-DAYS" TO WS-CFG-NAME
           MOVE "007" TO WS-CFG-DEFAULT
           CALL "CONFIG" USING WS-CFG-NAME WS-CFG-DEFAULT
                   WS-CFG-VALUE
           IF WS-CFG-VALUE(1:3) IS NUMERIC
               MOVE WS-CFG-VALUE(1:3) TO WS-CANCEL-DAYS
           END-IF.

      * A new code sets the event up; a code on file is changed in
      * place, blank or zero keeping what is there. More places, or
      * an event reopened, promote whoever is waiting.
       SET-UP-EVENT.
           DISPLAY "Event code: "
           MOVE SPACES TO WS-EVT-CODE
           ACCEPT WS-EVT-CODE
           IF WS-EVT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Set up or changed by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           OPEN I-O EventFile
           IF WS-EVT-STATUS = "35"
               OPEN OUTPUT EventFile
               CLOSE EventFile
               OPEN I-O EventFile
           END-IF
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "evtmast.txt could not be opened - status "
                       WS-EVT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EVENT-FOUND-SWITCH
           MOVE WS-EVT-CODE TO EVT-CODE
           READ EventFile KEY IS EVT-CODE
               INVALID KEY
                   INITIALIZE EVENT-RECORD
                   MOVE WS-EVT-CODE    TO EVT-CODE
                   MOVE WS-BRANCH-CODE TO EVT-BRANCH
                   SET EVT-STATE-OPEN  TO TRUE
                   DISPLAY "New event " WS-EVT-CODE "."
               NOT INVALID KEY
                   SET WS-EVENT-FOUND TO TRUE
                   DISPLAY "Event " EVT-CODE " " EVT-TITLE
                   DISPLAY "  Date " EVT-DATE "  office " EVT-BRANCH
                           "  places " EVT-CAPACITY "  state "
                           EVT-STATE
                   DISPLAY "  Fees S " EVT-FEE-STUDENT "  R "
                           EVT-FEE-REGULAR "  C " EVT-FEE-CORPORATE
                           "  H " EVT-FEE-HOUSEHOLD
           END-READ

           DISPLAY "Title (blank = keep): "
           MOVE SPACES TO WS-ENTRY-TITLE
           ACCEPT WS-ENTRY-TITLE
           IF WS-ENTRY-TITLE NOT = SPACES
               MOVE WS-ENTRY-TITLE TO EVT-TITLE
           END-IF
           DISPLAY "Event date YYYYMMDD (0 = keep): "
           MOVE ZERO TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE > ZERO
               MOVE WS-ENTRY-DATE TO EVT-DATE
           END-IF
           DISPLAY "Office (blank = keep): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           IF WS-ENTRY-BRANCH NOT = SPACES
               MOVE WS-ENTRY-BRANCH TO EVT-BRANCH
           END-IF
           DISPLAY "Places (0 = keep): "
           MOVE ZERO TO WS-ENTRY-CAPACITY
           ACCEPT WS-ENTRY-CAPACITY
           IF WS-ENTRY-CAPACITY > ZERO
               MOVE WS-ENTRY-CAPACITY TO EVT-CAPACITY
           END-IF
           MOVE "N" TO WS-CONFIRM
           IF WS-EVENT-FOUND
               DISPLAY "Change the fees (Y/N): "
               ACCEPT WS-CONFIRM
           END-IF
           IF NOT WS-EVENT-FOUND OR WS-CONFIRM = "Y"
                   OR WS-CONFIRM = "y"
               DISPLAY "Fee for a Student place (e.g. 25.00): "
               ACCEPT EVT-FEE-STUDENT
               DISPLAY "Fee for a Regular place: "
               ACCEPT EVT-FEE-REGULAR
               DISPLAY "Fee for a Corporate place: "
               ACCEPT EVT-FEE-CORPORATE
               DISPLAY "Fee for a Household place: "
               ACCEPT EVT-FEE-HOUSEHOLD
           END-IF
           DISPLAY "O=Open for booking  C=Closed (blank = keep): "
           MOVE SPACES TO WS-ENTRY-STATE
           ACCEPT WS-ENTRY-STATE
           EVALUATE WS-ENTRY-STATE
               WHEN "O"
               WHEN "o"
                   SET EVT-STATE-OPEN TO TRUE
               WHEN "C"
               WHEN "c"
                   SET EVT-STATE-CLOSED TO TRUE
           END-EVALUATE
           IF EVT-TITLE = SPACES OR EVT-DATE = ZERO
                   OR EVT-CAPACITY = ZERO
               DISPLAY "An event needs a title, a date and at least "
                       "one place - not saved."
               CLOSE EventFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO EVT-SET-UP-BY
           IF WS-EVENT-FOUND
               REWRITE EVENT-RECORD
           ELSE
               WRITE EVENT-RECORD
           END-IF
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "evtmast.txt update failed - status "
                       WS-EVT-STATUS " - event NOT saved."
               CLOSE EventFile
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-EVENT-FIELDS
           CLOSE EventFile
           DISPLAY "Event " WS-EVT-CODE " saved."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Event " WS-EVT-CODE " set up/changed by "
                   WS-OPERATOR-ID " date " WS-EVT-DATE " places "
                   WS-EVT-CAPACITY DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           IF WS-EVENT-FOUND
               PERFORM PROMOTE-WAITING-LIST
           END-IF.

       SAVE-EVENT-FIELDS.
           MOVE EVT-CODE          TO WS-EVT-CODE
           MOVE EVT-TITLE         TO WS-EVT-TITLE
           MOVE EVT-DATE          TO WS-EVT-DATE
           MOVE EVT-BRANCH        TO WS-EVT-BRANCH
           MOVE EVT-CAPACITY      TO WS-EVT-CAPACITY
           MOVE EVT-STATE         TO WS-EVT-STATE
           MOVE EVT-FEE-STUDENT   TO WS-EVT-FEE-STUDENT
           MOVE EVT-FEE-REGULAR   TO WS-EVT-FEE-REGULAR
           MOVE EVT-FEE-CORPORATE TO WS-EVT-FEE-CORPORATE
           MOVE EVT-FEE-HOUSEHOLD TO WS-EVT-FEE-HOUSEHOLD.

      * The event in WS-EVT-CODE, its fields kept in WS-EVT-*.
       FIND-EVENT.
           MOVE "N" TO WS-EVENT-FOUND-SWITCH
           OPEN INPUT EventFile
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "evtmast.txt could not be opened - status "
                       WS-EVT-STATUS " - no events on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-CODE TO EVT-CODE
           READ EventFile KEY IS EVT-CODE
               INVALID KEY
                   DISPLAY "Event " WS-EVT-CODE " is not on file."
               NOT INVALID KEY
                   SET WS-EVENT-FOUND TO TRUE
                   PERFORM SAVE-EVENT-FIELDS
           END-READ
           CLOSE EventFile.

      * Only an active registration books, once per event. The place
      * is held while the event has room and nobody is ahead in the
      * queue; otherwise the member waits.
       BOOK-MEMBER.
           DISPLAY "Event code: "
           MOVE SPACES TO WS-EVT-CODE
           ACCEPT WS-EVT-CODE
           PERFORM FIND-EVENT
           IF NOT WS-EVENT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-EVT-OPEN
               DISPLAY "Event " WS-EVT-CODE " is closed to bookings."
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DATE < WS-BUSDATE
               DISPLAY "Event " WS-EVT-CODE " has already taken place."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-EVT-TITLE " on " WS-EVT-DATE
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-MEMBER-ID
           ACCEPT WS-MEMBER-ID
           PERFORM CHECK-MEMBER-ACTIVE
           IF WS-MEMBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-EVENT-BOOKINGS
           IF WS-ALREADY-BOOKED-NO > ZERO
               DISPLAY "Member is already booked on " WS-EVT-CODE
                       " - booking " WS-ALREADY-BOOKED-NO "."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MEMBER-CLASS
               WHEN "S"
                   MOVE WS-EVT-FEE-STUDENT   TO WS-BKG-FEE
               WHEN "C"
                   MOVE WS-EVT-FEE-CORPORATE TO WS-BKG-FEE
               WHEN "H"
                   MOVE WS-EVT-FEE-HOUSEHOLD TO WS-BKG-FEE
               WHEN OTHER
                   MOVE WS-EVT-FEE-REGULAR   TO WS-BKG-FEE
           END-EVALUATE
           IF WS-HELD-COUNT < WS-EVT-CAPACITY
                   AND WS-WAITING-COUNT = ZERO
               MOVE "H" TO WS-BKG-STATE
               DISPLAY "A place is free - fee " WS-BKG-FEE
           ELSE
               MOVE "W" TO WS-BKG-STATE
               DISPLAY "The event is full (" WS-HELD-COUNT
                       " places held, " WS-WAITING-COUNT
                       " waiting) - the member would join the "
                       "waiting list at the fee " WS-BKG-FEE
           END-IF
           DISPLAY "Booked by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Y to confirm: "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Booking abandoned."
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-NEXT-BOOKING-NO
           MOVE ZERO TO WS-BKG-INV-NO
           IF WS-BKG-HELD AND WS-BKG-FEE > ZERO
               PERFORM RAISE-EVENT-INVOICE
           END-IF
           PERFORM WRITE-BOOKING
           IF WS-BKG-HELD
               DISPLAY "Booking " WS-LAST-BKG-NO " - place held."
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "Booking " WS-LAST-BKG-NO " - on the waiting "
                       "list, number " WS-WAITING-COUNT " in line."
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Booking " WS-LAST-BKG-NO " " WS-EVT-CODE " "
                   WS-MEMBER-ID " state " WS-BKG-STATE " inv "
                   WS-BKG-INV-NO DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT.

      * The registration must be on file and active; its class sets
      * the fee. WS-MEMBER-ID comes back blank when it may not book.
       CHECK-MEMBER-ACTIVE.
           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               MOVE SPACES TO WS-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-ID TO DB-ID
           READ DatabaseFile KEY IS DB-ID
               INVALID KEY
                   DISPLAY "Member " WS-MEMBER-ID " is not on file."
                   MOVE SPACES TO WS-MEMBER-ID
               NOT INVALID KEY
                   IF DB-STATUS-ACTIVE
                       MOVE DB-CLASS TO WS-MEMBER-CLASS
                   ELSE
                       DISPLAY "Member " WS-MEMBER-ID " is not "
                               "active (status " DB-STATUS
                               ") - no booking."
                       MOVE SPACES TO WS-MEMBER-ID
                   END-IF
           END-READ
           CLOSE DatabaseFile.

      * One pass over the event's bookings in booking order: places
      * held, members waiting and the first of them, what has been
      * invoiced and given back, and any live booking the member in
      * WS-MEMBER-ID already has.
       COUNT-EVENT-BOOKINGS.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-WAITING-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE ZERO TO WS-FIRST-WAITING-NO
           MOVE ZERO TO WS-ALREADY-BOOKED-NO
           MOVE ZERO TO WS-EVENT-BILLED
           MOVE ZERO TO WS-EVENT-RETURNED
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-EVENT-BOOKINGS
           PERFORM UNTIL WS-BKG-END-OF-FILE
               EVALUATE TRUE
                   WHEN BKG-STATE-HELD
                       ADD 1 TO WS-HELD-COUNT
                   WHEN BKG-STATE-WAITING
                       ADD 1 TO WS-WAITING-COUNT
                       IF WS-FIRST-WAITING-NO = ZERO
                           MOVE BKG-NO TO WS-FIRST-WAITING-NO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CANCELLED-COUNT
               END-EVALUATE
               IF BKG-INV-NO > ZERO
                   ADD BKG-FEE TO WS-EVENT-BILLED
               END-IF
               ADD BKG-CREDITED TO WS-EVENT-RETURNED
               ADD BKG-REFUNDED TO WS-EVENT-RETURNED
               IF BKG-STATE-LIVE AND WS-MEMBER-ID NOT = SPACES
                       AND BKG-DB-ID = WS-MEMBER-ID
                   MOVE BKG-NO TO WS-ALREADY-BOOKED-NO
               END-IF
               PERFORM READ-NEXT-EVENT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

      * Position on the first booking for WS-EVT-CODE; BookingFile is
      * open. The alternate key keeps an event's bookings in the
      * order they were written.
       START-EVENT-BOOKINGS.
           MOVE "N" TO WS-BKG-EOF-SWITCH
           MOVE WS-EVT-CODE TO BKG-EVT-CODE
           START BookingFile KEY IS = BKG-EVT-CODE
               INVALID KEY
                   SET WS-BKG-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-BKG-END-OF-FILE
               PERFORM READ-NEXT-EVENT-BOOKING
           END-IF.

       READ-NEXT-EVENT-BOOKING.
           READ BookingFile NEXT RECORD
               AT END
                   SET WS-BKG-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-BKG-END-OF-FILE
                   AND BKG-EVT-CODE NOT = WS-EVT-CODE
               SET WS-BKG-END-OF-FILE TO TRUE
           END-IF.

       ASSIGN-NEXT-BOOKING-NO.
           MOVE ZERO TO WS-LAST-BKG-NO
           OPEN INPUT BookingCtlFile
           IF WS-BKG-CTL-STATUS = "00"
               READ BookingCtlFile INTO WS-LAST-BKG-NO
               CLOSE BookingCtlFile
           END-IF
           ADD 1 TO WS-LAST-BKG-NO
           OPEN OUTPUT BookingCtlFile
           MOVE WS-LAST-BKG-NO TO BookingCtlRec
           WRITE BookingCtlRec
           CLOSE BookingCtlFile.

      * The register is created on first use, the BALUPD habit.
       WRITE-BOOKING.
           OPEN I-O BookingFile
           IF WS-BKG-STATUS = "35"
               OPEN OUTPUT BookingFile
               CLOSE BookingFile
               OPEN I-O BookingFile
           END-IF
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt could not be opened - status "
                       WS-BKG-STATUS " - booking " WS-LAST-BKG-NO
                       " NOT recorded."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE BOOKING-RECORD
           MOVE WS-LAST-BKG-NO  TO BKG-NO
           MOVE WS-EVT-CODE     TO BKG-EVT-CODE
           MOVE WS-MEMBER-ID    TO BKG-DB-ID
           MOVE WS-MEMBER-CLASS TO BKG-CLASS
           MOVE WS-BKG-STATE    TO BKG-STATE
           MOVE WS-BUSDATE      TO BKG-BOOKED-DATE
           MOVE ZERO            TO BKG-PLACE-DATE
           IF BKG-STATE-HELD
               MOVE WS-BUSDATE  TO BKG-PLACE-DATE
           END-IF
           MOVE WS-BKG-FEE      TO BKG-FEE
           MOVE WS-BKG-INV-NO   TO BKG-INV-NO
           MOVE ZERO            TO BKG-CANCEL-DATE
           MOVE SPACES          TO BKG-SETTLEMENT
           MOVE ZERO            TO BKG-CREDITED
           MOVE ZERO            TO BKG-REFUNDED
           MOVE WS-OPERATOR-ID  TO BKG-BOOKED-BY
           MOVE WS-EVT-BRANCH   TO BKG-BRANCH
           WRITE BOOKING-RECORD
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "WRITE to evtbook.txt failed - status "
                       WS-BKG-STATUS " - booking " WS-LAST-BKG-NO
                       " NOT recorded."
           END-IF
           CLOSE BookingFile.

      * A numbered invoice for the place - the invctl.txt counter and
      * invmast.txt row S015's RAISE-INVOICE writes, source "E" - and
      * the charge on the balance master, for WS-MEMBER-ID at
      * WS-BKG-FEE. WS-BKG-INV-NO stays zero when it fails.
       RAISE-EVENT-INVOICE.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           OPEN INPUT InvoiceCtlFile
           IF WS-INVCTL-STATUS = "00"
               READ InvoiceCtlFile INTO WS-LAST-INVOICE-NO
               CLOSE InvoiceCtlFile
           END-IF
           ADD 1 TO WS-LAST-INVOICE-NO
           OPEN OUTPUT InvoiceCtlFile
           MOVE WS-LAST-INVOICE-NO TO InvoiceCtlRec
           WRITE InvoiceCtlRec
           CLOSE InvoiceCtlFile

           OPEN EXTEND InvoiceFile
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT InvoiceFile
           END-IF
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - fee NOT invoiced."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-INVOICE-NO TO INV-NO
           MOVE WS-MEMBER-ID       TO INV-DB-ID
           MOVE WS-BUSDATE         TO INV-DATE
           MOVE WS-BKG-FEE         TO INV-AMOUNT
           MOVE ZERO               TO INV-TAX
           MOVE ZERO               TO INV-ALLOCATED
           SET INV-STATE-OPEN      TO TRUE
           SET INV-SOURCE-EVENT    TO TRUE
           WRITE INVOICE-RECORD
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "WRITE to invmast.txt failed - status "
                       WS-INV-STATUS " - fee NOT invoiced."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           CLOSE InvoiceFile
           MOVE WS-LAST-INVOICE-NO TO WS-BKG-INV-NO
           MOVE "CHARGE"     TO WS-BAL-KIND
           MOVE WS-MEMBER-ID TO WS-BAL-DB-ID
           MOVE WS-BKG-FEE   TO WS-BAL-AMOUNT
           CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID WS-BAL-AMOUNT
           DISPLAY "Invoice " WS-BKG-INV-NO " raised for the fee.".

      * A waiting member is simply taken off the list. A held place
      * cancelled by the cut-off gives the fee back - what is still
      * unpaid on the invoice as a credit note, what was paid as a
      * refund due - and after it the fee is kept. Either way the
      * place goes to whoever is waiting first.
       CANCEL-BOOKING.
           DISPLAY "Booking number: "
           ACCEPT WS-BKG-NO
           PERFORM FIND-BOOKING
           IF NOT WS-BOOKING-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EVENT
           IF NOT WS-EVENT-FOUND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Booking " WS-BKG-NO " - " WS-MEMBER-ID " on "
                   WS-EVT-CODE " " WS-EVT-DATE
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE ZERO TO WS-REFUND-AMOUNT
           IF WS-BKG-WAITING
               DISPLAY "The member is on the waiting list - nothing "
                       "to settle."
               MOVE "N" TO WS-SETTLEMENT
           ELSE
               PERFORM COMPUTE-CANCEL-CUTOFF
               IF WS-CUTOFF-DATE <= WS-EVT-DATE
                   PERFORM WORK-OUT-FEE-RETURN
                   DISPLAY "Cancelled by the cut-off - credit "
                           WS-CREDIT-AMOUNT " and refund "
                           WS-REFUND-AMOUNT " given back."
                   MOVE "R" TO WS-SETTLEMENT
               ELSE
                   DISPLAY "Inside " WS-CANCEL-DAYS " days of the "
                           "event - the fee " WS-BKG-FEE
                           " is kept."
                   MOVE "K" TO WS-SETTLEMENT
               END-IF
           END-IF
           DISPLAY "Cancelled by (Employee ID): "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Y to confirm the cancellation: "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancellation abandoned."
               EXIT PARAGRAPH
           END-IF

           IF WS-CREDIT-AMOUNT > ZERO
               PERFORM RAISE-CANCELLATION-CREDIT
           END-IF
           IF WS-REFUND-AMOUNT > ZERO
               PERFORM RAISE-CANCELLATION-REFUND
           END-IF
           COMPUTE WS-RETURN-TOTAL = WS-CREDIT-AMOUNT + WS-REFUND-AMOUNT
           IF WS-RETURN-TOTAL > ZERO
               MOVE "CHARGE"     TO WS-BAL-KIND
               MOVE WS-MEMBER-ID TO WS-BAL-DB-ID
               COMPUTE WS-BAL-AMOUNT = ZERO - WS-RETURN-TOTAL
               CALL "BALUPD" USING WS-BAL-KIND WS-BAL-DB-ID
                       WS-BAL-AMOUNT
           END-IF
           PERFORM MARK-BOOKING-CANCELLED
           DISPLAY "Booking " WS-BKG-NO " cancelled."
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Booking " WS-BKG-NO " " WS-EVT-CODE " "
                   WS-MEMBER-ID " cancelled, credit " WS-CREDIT-AMOUNT
                   " refund " WS-REFUND-AMOUNT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           IF WS-BKG-HELD
               PERFORM PROMOTE-WAITING-LIST
           END-IF.

      * The live booking in WS-BKG-NO, its fields kept in WS-*.
       FIND-BOOKING.
           MOVE "N" TO WS-BKG-FOUND-SWITCH
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt could not be opened - status "
                       WS-BKG-STATUS " - no bookings on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BKG-NO TO BKG-NO
           READ BookingFile KEY IS BKG-NO
               INVALID KEY
                   DISPLAY "Booking " WS-BKG-NO " is not on file."
               NOT INVALID KEY
                   IF BKG-STATE-LIVE
                       SET WS-BOOKING-FOUND TO TRUE
                       MOVE BKG-EVT-CODE TO WS-EVT-CODE
                       MOVE BKG-DB-ID    TO WS-MEMBER-ID
                       MOVE BKG-STATE    TO WS-BKG-STATE
                       MOVE BKG-FEE      TO WS-BKG-FEE
                       MOVE BKG-INV-NO   TO WS-BKG-INV-NO
                   ELSE
                       DISPLAY "Booking " WS-BKG-NO " is already "
                               "cancelled."
                   END-IF
           END-READ
           CLOSE BookingFile.

      * The last day a cancellation still gets the fee back is the
      * business date stepped forward EVENT-CANCEL-DAYS days; the
      * event must fall on or after it.
       COMPUTE-CANCEL-CUTOFF.
           MOVE WS-BUSDATE TO WS-CUTOFF-DATE
           MOVE "NEXTDAY" TO WS-BUSDAY-KIND
           PERFORM VARYING WS-CUTOFF-STEP FROM 1 BY 1
                   UNTIL WS-CUTOFF-STEP > WS-CANCEL-DAYS
               CALL "BUSDAY" USING WS-BUSDAY-KIND WS-CUTOFF-DATE
                       WS-BUSDAY-RESULT
           END-PERFORM.

      * What the invoice still has unpaid is credited; what was paid
      * against it - its allocations less any credit notes already on
      * it - is refunded.
       WORK-OUT-FEE-RETURN.
           IF WS-BKG-INV-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INVOICE
           IF NOT WS-INVOICE-FOUND
               DISPLAY "Invoice " WS-BKG-INV-NO " is not on file - "
                       "nothing to give back."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-INVOICE-CREDITS
           COMPUTE WS-INV-TOTAL-DUE = WS-INV-AMOUNT + WS-INV-TAX
           IF WS-INV-OPEN
               COMPUTE WS-CREDIT-AMOUNT
                       = WS-INV-TOTAL-DUE - WS-INV-ALLOCATED
           END-IF
           IF WS-INV-ALLOCATED > WS-INV-CREDITED
               COMPUTE WS-REFUND-AMOUNT
                       = WS-INV-ALLOCATED - WS-INV-CREDITED
           END-IF.

       FIND-INVOICE.
           MOVE "N" TO WS-INV-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE OR WS-INVOICE-FOUND
               IF INV-NO = WS-BKG-INV-NO
                   SET WS-INVOICE-FOUND TO TRUE
                   MOVE INV-STATE     TO WS-INV-STATE
                   MOVE INV-AMOUNT    TO WS-INV-AMOUNT
                   MOVE INV-TAX       TO WS-INV-TAX
                   MOVE INV-ALLOCATED TO WS-INV-ALLOCATED
               ELSE
                   PERFORM READ-NEXT-INVOICE
               END-IF
           END-PERFORM
           CLOSE InvoiceFile.

       READ-NEXT-INVOICE.
           READ InvoiceFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * What S162's credit notes have already taken off the invoice.
       SUM-INVOICE-CREDITS.
           MOVE ZERO TO WS-INV-CREDITED
           MOVE "N" TO WS-CRN-EOF-SWITCH
           OPEN INPUT CreditNoteFile
           IF WS-CRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-CREDIT-NOTE
           PERFORM UNTIL WS-CRN-END-OF-FILE
               IF CRN-INV-NO = WS-BKG-INV-NO
                   ADD CRN-AMOUNT TO WS-INV-CREDITED
                   ADD CRN-TAX    TO WS-INV-CREDITED
               END-IF
               PERFORM READ-NEXT-CREDIT-NOTE
           END-PERFORM
           CLOSE CreditNoteFile.

       READ-NEXT-CREDIT-NOTE.
           READ CreditNoteFile
               AT END
                   SET WS-CRN-END-OF-FILE TO TRUE
           END-READ.

      * The unpaid part goes on the invoice as a credit note, as S162
      * raises one, and closes it.
       RAISE-CANCELLATION-CREDIT.
           PERFORM ALLOCATE-CREDIT-TO-INVOICE
           IF NOT WS-INV-ROW-HIT
               MOVE ZERO TO WS-CREDIT-AMOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-CREDIT-NOTE-NO
           OPEN EXTEND CreditNoteFile
           IF WS-CRN-STATUS = "35"
               OPEN OUTPUT CreditNoteFile
           END-IF
           IF WS-CRN-STATUS NOT = "00"
               DISPLAY "crnote.txt could not be opened - status "
                       WS-CRN-STATUS " - credit note " WS-LAST-CRN-NO
                       " is on the invoice but NOT on the register."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CREDIT-REASON
           STRING "EVENT " WS-EVT-CODE " BOOKING " WS-BKG-NO
                   " CANCELLED" DELIMITED BY SIZE
                   INTO WS-CREDIT-REASON
           MOVE WS-LAST-CRN-NO   TO CRN-NO
           MOVE WS-BUSDATE       TO CRN-DATE
           MOVE WS-BKG-INV-NO    TO CRN-INV-NO
           MOVE WS-MEMBER-ID     TO CRN-DB-ID
           MOVE WS-CREDIT-AMOUNT TO CRN-AMOUNT
           MOVE ZERO             TO CRN-TAX
           MOVE WS-CREDIT-REASON TO CRN-REASON
           MOVE WS-OPERATOR-ID   TO CRN-RAISED-BY
           MOVE ZERO             TO CRN-APPROVED-BY
           MOVE WS-EVT-BRANCH    TO CRN-BRANCH
           WRITE CREDIT-NOTE-RECORD
           CLOSE CreditNoteFile
           DISPLAY "Credit note " WS-LAST-CRN-NO " raised against "
                   "invoice " WS-BKG-INV-NO ".".

       ALLOCATE-CREDIT-TO-INVOICE.
           MOVE "N" TO WS-INV-HIT-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT InvoiceFile
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "invmast.txt could not be opened - status "
                       WS-INV-STATUS " - nothing credited."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvoiceWorkFile
           IF WS-INVW-STATUS NOT = "00"
               DISPLAY "invwork.txt could not be opened - status "
                       WS-INVW-STATUS " - nothing credited."
               CLOSE InvoiceFile
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-INVOICE
           PERFORM UNTIL WS-END-OF-FILE
               IF INV-NO = WS-BKG-INV-NO AND INV-STATE-OPEN
                   ADD WS-CREDIT-AMOUNT TO INV-ALLOCATED
                   IF INV-ALLOCATED >= WS-INV-TOTAL-DUE
                       SET INV-STATE-PAID TO TRUE
                   END-IF
                   SET WS-INV-ROW-HIT TO TRUE
               END-IF
               MOVE INVOICE-RECORD TO INVOICE-WORK-RECORD
               WRITE INVOICE-WORK-RECORD
               PERFORM READ-NEXT-INVOICE
           END-PERFORM
           CLOSE InvoiceFile
           CLOSE InvoiceWorkFile
           IF NOT WS-INV-ROW-HIT
               CALL "CBL_DELETE_FILE" USING WS-INVW-FILE-NAME
                       RETURNING WS-DELETE-RESULT
               DISPLAY "Invoice " WS-BKG-INV-NO " is no longer open - "
                       "nothing credited."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-INV-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           CALL "CBL_RENAME_FILE" USING WS-INVW-FILE-NAME
                   WS-INV-FILE-NAME RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "SWAP FAILED - the updated invoices are at "
                       "invwork.txt; restore them by hand."
           END-IF.

       ASSIGN-NEXT-CREDIT-NOTE-NO.
           MOVE ZERO TO WS-LAST-CRN-NO
           OPEN INPUT CreditNoteCtlFile
           IF WS-CRN-CTL-STATUS = "00"
               READ CreditNoteCtlFile INTO WS-LAST-CRN-NO
               CLOSE CreditNoteCtlFile
           END-IF
           ADD 1 TO WS-LAST-CRN-NO
           OPEN OUTPUT CreditNoteCtlFile
           MOVE WS-LAST-CRN-NO TO CreditNoteCtlRec
           WRITE CreditNoteCtlRec
           CLOSE CreditNoteCtlFile.

      * The paid part is owed back to the member: a refund due on
      * refund.txt, as S015 raises on a void, for S041 to pay.
       RAISE-CANCELLATION-REFUND.
           OPEN EXTEND RefundFile
           IF WS-REF-STATUS = "35"
               OPEN OUTPUT RefundFile
           END-IF
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "refund.txt could not be opened - status "
                       WS-REF-STATUS " - refund due was NOT raised."
               MOVE ZERO TO WS-REFUND-AMOUNT
               EXIT PARAGRAPH
           END-IF
           SET REF-STATE-DUE TO TRUE
           MOVE WS-MEMBER-ID     TO REF-DB-ID
           MOVE WS-REFUND-AMOUNT TO REF-AMOUNT
           MOVE WS-BUSDATE       TO REF-RAISED-DATE
           MOVE WS-OPERATOR-ID   TO REF-RAISED-BY
           MOVE ZERO             TO REF-PAID-DATE
           MOVE ZERO             TO REF-PAID-BY
           MOVE ZERO             TO REF-RECEIPT-NO
           MOVE WS-EVT-BRANCH    TO REF-BRANCH
           MOVE SPACES           TO REF-METHOD
           MOVE SPACES           TO REF-BANK-SORT
           MOVE SPACES           TO REF-BANK-ACCOUNT
           MOVE ZERO             TO REF-BATCH-NO
           MOVE ZERO             TO REF-BATCH-ITEM
           WRITE REFUND-RECORD
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "WRITE to refund.txt failed - status "
                       WS-REF-STATUS
               MOVE ZERO TO WS-REFUND-AMOUNT
           ELSE
               DISPLAY "Refund due of " WS-REFUND-AMOUNT
                       " raised for S041."
           END-IF
           CLOSE RefundFile.

       MARK-BOOKING-CANCELLED.
           OPEN I-O BookingFile
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt could not be opened - status "
                       WS-BKG-STATUS " - booking NOT marked cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BKG-NO TO BKG-NO
           READ BookingFile KEY IS BKG-NO
               INVALID KEY
                   DISPLAY "Booking " WS-BKG-NO " has gone from "
                           "evtbook.txt."
                   CLOSE BookingFile
                   EXIT PARAGRAPH
           END-READ
           SET BKG-STATE-CANCELLED TO TRUE
           MOVE WS-BUSDATE       TO BKG-CANCEL-DATE
           MOVE WS-SETTLEMENT    TO BKG-SETTLEMENT
           MOVE WS-CREDIT-AMOUNT TO BKG-CREDITED
           MOVE WS-REFUND-AMOUNT TO BKG-REFUNDED
           REWRITE BOOKING-RECORD
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt rewrite failed - status "
                       WS-BKG-STATUS " - booking NOT marked cancelled."
           END-IF
           CLOSE BookingFile.

      * Fill the event's free places from the front of its waiting
      * list, one member at a time.
       PROMOTE-WAITING-LIST.
           MOVE SPACES TO WS-MEMBER-ID
           MOVE "N" TO WS-PROMOTE-SWITCH
           PERFORM UNTIL WS-PROMOTION-DONE
               PERFORM COUNT-EVENT-BOOKINGS
               IF WS-HELD-COUNT >= WS-EVT-CAPACITY
                       OR WS-FIRST-WAITING-NO = ZERO
                   SET WS-PROMOTION-DONE TO TRUE
               ELSE
                   PERFORM PROMOTE-ONE-MEMBER
               END-IF
           END-PERFORM.

      * The place is invoiced at the fee quoted when the member
      * joined the list, and the member told by the notification
      * queue.
       PROMOTE-ONE-MEMBER.
           OPEN I-O BookingFile
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt could not be opened - status "
                       WS-BKG-STATUS " - waiting list NOT promoted."
               SET WS-PROMOTION-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIRST-WAITING-NO TO BKG-NO
           READ BookingFile KEY IS BKG-NO
               INVALID KEY
                   SET WS-PROMOTION-DONE TO TRUE
                   CLOSE BookingFile
                   EXIT PARAGRAPH
           END-READ
           MOVE BKG-DB-ID TO WS-MEMBER-ID
           MOVE BKG-FEE   TO WS-BKG-FEE
           MOVE ZERO      TO WS-BKG-INV-NO
           IF WS-BKG-FEE > ZERO
               PERFORM RAISE-EVENT-INVOICE
           END-IF
           SET BKG-STATE-HELD  TO TRUE
           MOVE WS-BUSDATE     TO BKG-PLACE-DATE
           MOVE WS-BKG-INV-NO  TO BKG-INV-NO
           REWRITE BOOKING-RECORD
           IF WS-BKG-STATUS NOT = "00"
               DISPLAY "evtbook.txt rewrite failed - status "
                       WS-BKG-STATUS " - booking " BKG-NO
                       " NOT promoted."
               SET WS-PROMOTION-DONE TO TRUE
               CLOSE BookingFile
               EXIT PARAGRAPH
           END-IF
           CLOSE BookingFile
           DISPLAY "Booking " WS-FIRST-WAITING-NO " (" WS-MEMBER-ID
                   ") promoted from the waiting list."
      *    The member is told only if service contact is allowed -
      *    the place is theirs either way.
           MOVE WS-MEMBER-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF WS-CONTACT-ALLOWED
               MOVE WS-MEMBER-ID TO WS-NTF-RECIPIENT
               MOVE SPACES TO WS-NTF-KEY-1
               STRING "Place on " WS-EVT-CODE " " WS-EVT-DATE
                       DELIMITED BY SIZE INTO WS-NTF-KEY-1
               MOVE SPACES TO WS-NTF-KEY-2
               STRING "Invoice " WS-BKG-INV-NO " fee " WS-BKG-FEE
                       DELIMITED BY SIZE INTO WS-NTF-KEY-2
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ELSE
               DISPLAY "The member has opted out of service contact "
                       "- not notified."
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF
           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Booking " WS-FIRST-WAITING-NO " " WS-EVT-CODE " "
                   WS-MEMBER-ID " promoted, inv " WS-BKG-INV-NO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT
           MOVE SPACES TO WS-MEMBER-ID.

      * The places held in booking order with a column to sign on
      * the day, then the waiting list in the order it will be
      * promoted.
       ATTENDANCE-REGISTER.
           DISPLAY "Event code: "
           MOVE SPACES TO WS-EVT-CODE
           ACCEPT WS-EVT-CODE
           PERFORM FIND-EVENT
           IF NOT WS-EVENT-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MemberDetailsFile
           MOVE "s163att" TO WS-RPT-ID
           MOVE "EVENT ATTENDANCE REGISTER" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "EVENT " WS-EVT-CODE "  " WS-EVT-TITLE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "DATE " WS-EVT-DATE "  OFFICE " WS-EVT-BRANCH
                   "  PLACES " WS-EVT-CAPACITY
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "BOOKING MEMBER               NAME              "
                   "            SIGNATURE" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "H" TO WS-BKG-STATE
           PERFORM LIST-EVENT-BOOKINGS
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "WAITING LIST" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE "W" TO WS-BKG-STATE
           PERFORM LIST-EVENT-BOOKINGS
           MOVE SPACES TO WS-MEMBER-ID
           PERFORM COUNT-EVENT-BOOKINGS
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Places held: " WS-HELD-COUNT " of "
                   WS-EVT-CAPACITY "   Waiting: " WS-WAITING-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           CLOSE MemberDetailsFile
           DISPLAY "Attendance register for " WS-EVT-CODE " printed.".

      * The event's bookings in the state in WS-BKG-STATE, named from
      * memdet.txt (open).
       LIST-EVENT-BOOKINGS.
           OPEN INPUT BookingFile
           IF WS-BKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-EVENT-BOOKINGS
           PERFORM UNTIL WS-BKG-END-OF-FILE
               IF BKG-STATE = WS-BKG-STATE
                   MOVE SPACES TO WS-MEMBER-NAME
                   MOVE BKG-DB-ID TO MEM-DB-ID
                   READ MemberDetailsFile KEY IS MEM-DB-ID
                       INVALID KEY
                           MOVE "(no member details)"
                               TO WS-MEMBER-NAME
                       NOT INVALID KEY
                           MOVE MEM-NAME TO WS-MEMBER-NAME
                   END-READ
                   MOVE SPACES TO WS-RPT-TEXT
                   IF BKG-STATE-HELD
                       STRING BKG-NO " " BKG-DB-ID " " WS-MEMBER-NAME
                               " ________________"
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                   ELSE
                       STRING BKG-NO " " BKG-DB-ID " " WS-MEMBER-NAME
                               " since " BKG-BOOKED-DATE
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-IF
                   PERFORM RPT-LINE
               END-IF
               PERFORM READ-NEXT-EVENT-BOOKING
           END-PERFORM
           CLOSE BookingFile.

      * Every event dated in the chosen range: places held and the
      * waiting list, the fees invoiced for places, what cancellations
      * gave back and the net.
       EVENT-INCOME-REPORT.
           DISPLAY "Events dated from (YYYYMMDD, 0 = all): "
           MOVE ZERO TO WS-FROM-DATE
           ACCEPT WS-FROM-DATE
           DISPLAY "Events dated to   (YYYYMMDD, 0 = all): "
           MOVE ZERO TO WS-TO-DATE
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           OPEN INPUT EventFile
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "evtmast.txt could not be opened - status "
                       WS-EVT-STATUS " - no events on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-REPORT-EVENTS
           MOVE ZERO TO WS-TOTAL-HELD
           MOVE ZERO TO WS-TOTAL-BILLED
           MOVE ZERO TO WS-TOTAL-RETURNED
           MOVE ZERO TO WS-TOTAL-NET
           MOVE "s163inc" TO WS-RPT-ID
           MOVE "EVENT INCOME REPORT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "EVENT    DATE     TITLE          PLCS HELD WAIT"
                   "    BILLED  RETURNED       NET"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           MOVE SPACES TO WS-MEMBER-ID
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-EVENT
           PERFORM UNTIL WS-END-OF-FILE
               IF EVT-DATE >= WS-FROM-DATE AND EVT-DATE <= WS-TO-DATE
                   PERFORM SAVE-EVENT-FIELDS
                   PERFORM PRINT-EVENT-INCOME-LINE
               END-IF
               PERFORM READ-NEXT-EVENT
           END-PERFORM
           CLOSE EventFile
           MOVE WS-TOTAL-BILLED   TO WS-ED-BILLED
           MOVE WS-TOTAL-RETURNED TO WS-ED-RETURNED
           MOVE WS-TOTAL-NET      TO WS-ED-NET
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Events: " WS-REPORT-EVENTS "  places held: "
                   WS-TOTAL-HELD "  " WS-ED-BILLED " "
                   WS-ED-RETURNED " " WS-ED-NET
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE
           DISPLAY "Event income report printed - " WS-REPORT-EVENTS
                   " events.".

       PRINT-EVENT-INCOME-LINE.
           PERFORM COUNT-EVENT-BOOKINGS
           COMPUTE WS-EVENT-NET = WS-EVENT-BILLED - WS-EVENT-RETURNED
           ADD 1 TO WS-REPORT-EVENTS
           ADD WS-HELD-COUNT     TO WS-TOTAL-HELD
           ADD WS-EVENT-BILLED   TO WS-TOTAL-BILLED
           ADD WS-EVENT-RETURNED TO WS-TOTAL-RETURNED
           ADD WS-EVENT-NET      TO WS-TOTAL-NET
           MOVE WS-EVENT-BILLED   TO WS-ED-BILLED
           MOVE WS-EVENT-RETURNED TO WS-ED-RETURNED
           MOVE WS-EVENT-NET      TO WS-ED-NET
           MOVE SPACES TO WS-RPT-TEXT
           STRING WS-EVT-CODE " " WS-EVT-DATE " " WS-EVT-TITLE(1:14)
                   " " WS-EVT-CAPACITY " " WS-HELD-COUNT " "
                   WS-WAITING-COUNT " " WS-ED-BILLED " "
                   WS-ED-RETURNED " " WS-ED-NET
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE.

       READ-NEXT-EVENT.
           READ EventFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       RPT-OPEN.
           MOVE "OPEN" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

       RPT-LINE.
           MOVE "LINE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-TOTAL.
           MOVE "TOTAL" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT.

       RPT-CLOSE.
           MOVE "CLOSE" TO WS-RPT-ACTION
           CALL "RPTWRT" USING WS-RPT-ACTION WS-RPT-ID
                   WS-RPT-TITLE WS-RPT-TEXT.

      * Which office this desk is - set once per terminal through
      * BRANCH_CODE; unset means the head office.
       INITIALIZE-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           ACCEPT WS-BRANCH-CODE FROM ENVIRONMENT "BRANCH_CODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BRANCH-CODE
           END-ACCEPT.

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S163.
