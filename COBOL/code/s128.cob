      ******************************************************************
      * Author: rxxuzi
      * Date: 2024-08-11
      * Purpose: Monthly class age-out report. Run alongside S047's
      *          renewal notices over the same paid-through window:
      *          every active or frozen registration renewing in the
      *          window is checked against its class's age band
      *          (clselig.txt, through CLSELIG) on its paid-through
      *          date, the day S015 will check it. Anyone who will no
      *          longer fit is listed with the class they will be
      *          re-rated to (or that the renewal will be refused),
      *          and is written to through the shared LTRGEN letter
      *          writer (template AGEOUT) so the change is no surprise
      *          at the desk. Members of a class with a band but no
      *          date of birth on memdet.txt are listed separately -
      *          they cannot be checked until S048 has it. Household
      *          dependents renew with their primary at class H and
      *          are not checked.
      * Tectonics: cobc
      *
      * Modification History:
      *   2024-08-23  rxz  The age-out letter now asks the CONSENT
      *                    subprogram first: a member who has opted out
      *                    of service contact is still listed but not
      *                    written to, and is counted as suppressed; a
      *                    member who prefers email gets an AGEOUT
      *                    notification instead of the letter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DatabaseFile ASSIGN TO DYNAMIC WS-DB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DB-ID
           ALTERNATE RECORD KEY IS DB-COUNTRY WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MemberDetailsFile ASSIGN TO "./../memdet.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEM-DB-ID
           FILE STATUS IS WS-MEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DatabaseFile.
           COPY DBREC.

       FD  MemberDetailsFile.
           COPY MEMREC.

       WORKING-STORAGE SECTION.
       01  WS-DB-PATH                   PIC X(60).
       01  WS-FILE-STATUS               PIC XX.
       01  WS-MEM-STATUS                PIC XX.
       01  WS-MEM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-MEM-OPEN              VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-END-OF-FILE           VALUE "Y".
       01  WS-WINDOW-FROM               PIC 9(08).
       01  WS-WINDOW-TO                 PIC 9(08).
       01  WS-ROW-CLASS                 PIC X(01).
       01  WS-CLASS-NAME                PIC X(15).
       01  WS-NEW-CLASS-NAME            PIC X(15).
       01  WS-LOOKUP-CLASS              PIC X(01).
       01  WS-LOOKUP-NAME               PIC X(15).
       01  WS-OUTCOME                   PIC X(24).
       01  WS-CHECKED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-AGEOUT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REFUSE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-NODOB-COUNT               PIC 9(05) VALUE ZERO.

       01  WS-ELG-CLASS                 PIC X(01).
       01  WS-ELG-BIRTH-DATE            PIC 9(08).
       01  WS-ELG-ASOF-DATE             PIC 9(08).
       01  WS-ELG-RESULT                PIC X(01).
       01  WS-ELG-AGE                   PIC 9(03).
       01  WS-ELG-AGE-OUT               PIC X(01).

      * Members with no birth date are held back and listed after
      * the age-outs, so each section reads as one block.
       01  WS-NODOB-TABLE.
           05  WS-NODOB OCCURS 500 TIMES
                   INDEXED BY WS-NODOB-IDX.
               10  WS-NODOB-ID          PIC X(20).
               10  WS-NODOB-CLASS       PIC X(01).
               10  WS-NODOB-PAID-THRU   PIC 9(08).
       01  WS-NODOB-LISTED              PIC 9(05) VALUE ZERO.

       01  WS-LTR-TEMPLATE-ID           PIC X(08) VALUE "AGEOUT".
       01  WS-LTR-DB-ID                 PIC X(20).
       01  WS-LTR-FIELD-1               PIC X(30).
       01  WS-LTR-FIELD-2               PIC X(30).
       01  WS-LTR-FIELD-3               PIC X(30).
       01  WS-NTF-PROGRAM               PIC X(08) VALUE "S128".
       01  WS-NTF-RECIPIENT             PIC X(30).
       01  WS-NTF-TEMPLATE              PIC X(08) VALUE "AGEOUT".
       01  WS-NTF-KEY-1                 PIC X(30).
       01  WS-NTF-KEY-2                 PIC X(30).
       01  WS-CNS-ACTION                PIC X(08) VALUE "CHECK".
       01  WS-CNS-DB-ID                 PIC X(20).
       01  WS-CNS-PURPOSE               PIC X(01) VALUE "S".
       01  WS-CNS-VALUE                 PIC X(01).
           88  WS-CNS-BY-EMAIL          VALUE "E".
       01  WS-CNS-SOURCE                PIC X(08) VALUE "S128".
       01  WS-CNS-OPERATOR              PIC 9(05) VALUE ZERO.
       01  WS-CNS-RESULT                PIC X(01).
           88  WS-CONTACT-ALLOWED       VALUE "Y".
       01  WS-SUPPRESSED-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-RPT-ACTION                PIC X(08).
       01  WS-RPT-ID                    PIC X(08).
       01  WS-RPT-TITLE                 PIC X(40).
       01  WS-RPT-TEXT                  PIC X(80).
       01  WS-LOG-PROGRAM               PIC X(08) VALUE "S128".
       01  WS-LOG-SEVERITY              PIC X(05).
       01  WS-LOG-TEXT                  PIC X(80).

       COPY CLASS.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM INITIALIZE-DB-PATH
           DISPLAY "Renewals from (YYYYMMDD): "
           ACCEPT WS-WINDOW-FROM
           DISPLAY "Renewals to   (YYYYMMDD): "
           ACCEPT WS-WINDOW-TO

           OPEN INPUT DatabaseFile
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "database.txt could not be opened - status "
                       WS-FILE-STATUS
               STOP RUN
           END-IF
      *    No member details at all means every banded member is
      *    listed as having no birth date.
           OPEN INPUT MemberDetailsFile
           IF WS-MEM-STATUS = "00"
               SET WS-MEM-OPEN TO TRUE
           END-IF

           MOVE "s128" TO WS-RPT-ID
           MOVE "CLASS AGE-OUT" TO WS-RPT-TITLE
           PERFORM RPT-OPEN
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Renewals " WS-WINDOW-FROM " to " WS-WINDOW-TO
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM RPT-LINE
           STRING "MEMBER ID            CLASS PAID THRU AGE "
                   "AT RENEWAL" DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           PERFORM READ-NEXT-RECORD
           PERFORM CHECK-ONE-MEMBER UNTIL WS-END-OF-FILE

           CLOSE DatabaseFile
           IF WS-MEM-OPEN
               CLOSE MemberDetailsFile
           END-IF

           IF WS-NODOB-COUNT > ZERO
               PERFORM LIST-NO-BIRTH-DATE
           END-IF

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Checked: " WS-CHECKED-COUNT
                   "  Re-rated: " WS-AGEOUT-COUNT
                   "  Refused: " WS-REFUSE-COUNT
                   "  No birth date: " WS-NODOB-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-TOTAL
           PERFORM RPT-CLOSE

           MOVE "INFO " TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Age-out run " WS-WINDOW-FROM "-" WS-WINDOW-TO
                   ": " WS-AGEOUT-COUNT " re-rate, "
                   WS-REFUSE-COUNT " refuse, " WS-NODOB-COUNT
                   " no DOB" DELIMITED BY SIZE INTO WS-LOG-TEXT
           CALL "LOGMSG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
                   WS-LOG-TEXT

           DISPLAY "==================================================="
           DISPLAY "  CLASS AGE-OUT - PAID-THRU " WS-WINDOW-FROM
                   " TO " WS-WINDOW-TO
           DISPLAY "==================================================="
           DISPLAY "Members checked       : " WS-CHECKED-COUNT
           DISPLAY "Re-rated at renewal   : " WS-AGEOUT-COUNT
           DISPLAY "Renewal to be refused : " WS-REFUSE-COUNT
           DISPLAY "No date of birth      : " WS-NODOB-COUNT
           DISPLAY "Letters suppressed    : " WS-SUPPRESSED-COUNT
           STOP RUN.

       READ-NEXT-RECORD.
           READ DatabaseFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The same check S015's Renew makes, on the same date.
       CHECK-ONE-MEMBER.
           IF DB-LAYOUT-CURRENT
                   AND (DB-STATUS-ACTIVE OR DB-STATUS-FROZEN)
                   AND NOT DB-HSH-DEPENDENT
                   AND DB-PAID-THRU IS NUMERIC
                   AND DB-PAID-THRU >= WS-WINDOW-FROM
                   AND DB-PAID-THRU <= WS-WINDOW-TO
               ADD 1 TO WS-CHECKED-COUNT
               IF DB-CLASS = SPACE OR DB-CLASS = LOW-VALUE
                   MOVE "R" TO WS-ROW-CLASS
               ELSE
                   MOVE DB-CLASS TO WS-ROW-CLASS
               END-IF
               MOVE ZERO TO WS-ELG-BIRTH-DATE
               IF WS-MEM-OPEN
                   MOVE DB-ID TO MEM-DB-ID
                   READ MemberDetailsFile KEY IS MEM-DB-ID
                       NOT INVALID KEY
                           IF MEM-BIRTH-DATE IS NUMERIC
                               MOVE MEM-BIRTH-DATE
                                       TO WS-ELG-BIRTH-DATE
                           END-IF
                   END-READ
               END-IF
               MOVE WS-ROW-CLASS TO WS-ELG-CLASS
               MOVE DB-PAID-THRU TO WS-ELG-ASOF-DATE
               CALL "CLSELIG" USING WS-ELG-CLASS WS-ELG-BIRTH-DATE
                       WS-ELG-ASOF-DATE WS-ELG-RESULT WS-ELG-AGE
                       WS-ELG-AGE-OUT
               EVALUATE WS-ELG-RESULT
                   WHEN "O"
                   WHEN "Y"
                       PERFORM REPORT-AGE-OUT
                   WHEN "B"
                       PERFORM HOLD-NO-BIRTH-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-RECORD.

       REPORT-AGE-OUT.
           MOVE WS-ROW-CLASS TO WS-LOOKUP-CLASS
           PERFORM LOOKUP-CLASS-NAME
           MOVE WS-LOOKUP-NAME TO WS-CLASS-NAME
           MOVE SPACES TO WS-OUTCOME
           MOVE SPACES TO WS-NEW-CLASS-NAME
           IF WS-ELG-RESULT = "O" AND WS-ELG-AGE-OUT NOT = SPACE
               ADD 1 TO WS-AGEOUT-COUNT
               MOVE WS-ELG-AGE-OUT TO WS-LOOKUP-CLASS
               PERFORM LOOKUP-CLASS-NAME
               MOVE WS-LOOKUP-NAME TO WS-NEW-CLASS-NAME
               STRING "re-rate to " WS-ELG-AGE-OUT " "
                       WS-NEW-CLASS-NAME DELIMITED BY SIZE
                       INTO WS-OUTCOME
           ELSE
               ADD 1 TO WS-REFUSE-COUNT
               MOVE "renewal refused" TO WS-OUTCOME
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           STRING DB-ID " " WS-ROW-CLASS "     " DB-PAID-THRU "  "
                   WS-ELG-AGE " " WS-OUTCOME
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM PRODUCE-AGE-OUT-LETTER.

      * The member hears before the desk does - LTRGEN merges the
      * name and address from memdet.txt with these lines.
       PRODUCE-AGE-OUT-LETTER.
           MOVE DB-ID TO WS-CNS-DB-ID
           CALL "CONSENT" USING WS-CNS-ACTION WS-CNS-DB-ID
                   WS-CNS-PURPOSE WS-CNS-VALUE WS-CNS-SOURCE
                   WS-CNS-OPERATOR WS-CNS-RESULT
           IF NOT WS-CONTACT-ALLOWED
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE DB-ID TO WS-LTR-DB-ID
           MOVE SPACES TO WS-LTR-FIELD-1
           STRING "Your " WS-CLASS-NAME " membership"
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-1
           MOVE SPACES TO WS-LTR-FIELD-2
           STRING "ends its age band at " DB-PAID-THRU
                   DELIMITED BY SIZE INTO WS-LTR-FIELD-2
           MOVE SPACES TO WS-LTR-FIELD-3
           IF WS-NEW-CLASS-NAME NOT = SPACES
               STRING "Renews as " WS-NEW-CLASS-NAME
                       DELIMITED BY SIZE INTO WS-LTR-FIELD-3
           ELSE
               MOVE "Please contact us to renew" TO WS-LTR-FIELD-3
           END-IF
           IF WS-CNS-BY-EMAIL
               MOVE DB-ID          TO WS-NTF-RECIPIENT
               MOVE WS-LTR-FIELD-1 TO WS-NTF-KEY-1
               MOVE WS-LTR-FIELD-3 TO WS-NTF-KEY-2
               CALL "NOTIFY" USING WS-NTF-PROGRAM WS-NTF-RECIPIENT
                       WS-NTF-TEMPLATE WS-NTF-KEY-1 WS-NTF-KEY-2
           ELSE
               CALL "LTRGEN" USING WS-LTR-TEMPLATE-ID WS-LTR-DB-ID
                       WS-LTR-FIELD-1 WS-LTR-FIELD-2 WS-LTR-FIELD-3
           END-IF.

       HOLD-NO-BIRTH-DATE.
           ADD 1 TO WS-NODOB-COUNT
           IF WS-NODOB-LISTED < 500
               ADD 1 TO WS-NODOB-LISTED
               SET WS-NODOB-IDX TO WS-NODOB-LISTED
               MOVE DB-ID        TO WS-NODOB-ID(WS-NODOB-IDX)
               MOVE WS-ROW-CLASS TO WS-NODOB-CLASS(WS-NODOB-IDX)
               MOVE DB-PAID-THRU TO WS-NODOB-PAID-THRU(WS-NODOB-IDX)
           END-IF.

       LIST-NO-BIRTH-DATE.
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM RPT-LINE
           STRING "NO DATE OF BIRTH ON FILE - NOT CHECKED "
                   "(add it through S048)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM RPT-LINE
           PERFORM VARYING WS-NODOB-IDX FROM 1 BY 1
                   UNTIL WS-NODOB-IDX > WS-NODOB-LISTED
               STRING WS-NODOB-ID(WS-NODOB-IDX) " "
                       WS-NODOB-CLASS(WS-NODOB-IDX) "     "
                       WS-NODOB-PAID-THRU(WS-NODOB-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-PERFORM
           IF WS-NODOB-COUNT > WS-NODOB-LISTED
               STRING "... and " WS-NODOB-COUNT
                       " in all - only the first 500 are listed."
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               PERFORM RPT-LINE
           END-IF.

       LOOKUP-CLASS-NAME.
           MOVE WS-LOOKUP-CLASS TO WS-LOOKUP-NAME
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-TABLE-SIZE
               IF CLASS-CODE(CLASS-IDX) = WS-LOOKUP-CLASS
                   MOVE CLASS-NAME(CLASS-IDX) TO WS-LOOKUP-NAME
               END-IF
           END-PERFORM.

      * The report goes through the shared RPTWRT writer - print
      * file, shop heading, page breaks and trailer live there; the
      * lines here just fill WS-RPT-TEXT.
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

      * database.txt normally lives one directory up from here, but a
      * DATABASE_PATH environment variable can point this program at
      * a different file, the same as S015.
       INITIALIZE-DB-PATH.
           MOVE "./../database.txt" TO WS-DB-PATH
           ACCEPT WS-DB-PATH FROM ENVIRONMENT "DATABASE_PATH"
               ON EXCEPTION
                   MOVE "./../database.txt" TO WS-DB-PATH
           END-ACCEPT.

       END PROGRAM S128.
