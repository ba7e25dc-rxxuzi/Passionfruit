      *                    profile (BATCH-CUTOFF-SECS via the shared
      *                    CONFIG subprogram), defaulting to the
      *                    shipped four hours.
      *   2024-07-15  rxz  The default job-control table gains the
      *                    S119 direct-debit collection run after
      *                    S070, so the bank file is built from the
      *                    night's renewed and lapsed registrations;
      *                    the later steps move down one, and the
      *                    snapshot still depends on S070 alone. An
      *                    existing jobctl.txt is the shop's to edit
      *                    - add the step there by hand.
      *   2024-07-27  rxz  The default job-control table gains the
      *                    S122 exchange-rate feed import right
      *                    after the S109 arrival check, so the
      *                    night's fees restate at the bank's rate;
      *                    the later steps move down one. An
      *                    existing jobctl.txt is the shop's to edit
      *                    - add the step there by hand.
      *   2024-06-29  rxz  Default-table fixes: the S086 pre-flight
      *                    is launched with DB_LOCK_HELD=Y so it
      *                    stops refusing the window's own lock;
      *                    dispatches them and reports anything
      *                    stuck, instead of a file somebody must
      *                    remember to look at.
      *   2024-08-14  rxz  The default job-control table gains the S130
      *                    waiting-list offer run after S070, so places
      *                    freed by the night's voids and lapses are
      *                    offered the same night; the later steps move
      *                    down one. An existing jobctl.txt is the
      *                    shop's to edit - add the step there by hand.
      *   2024-08-29  rxz  The default job-control table gains the S137
      *                    web-portal address-change import after the
      *                    S122 rate feed, so the night's letters and
      *                    statements go to the addresses members gave
      *                    online; the later steps move down one. An
      *                    existing jobctl.txt is the shop's to edit -
      *                    add the step there by hand.
      *   2024-09-01  rxz  The default job-control table gains the S139
      *                    overdue-case aging report ahead of the
      *                    recovery bundle, so the morning starts with
      *                    the cases past their target date; S104 moves
      *                    down one. An existing jobctl.txt is the
      *                    shop's to edit - add the step there by hand.
      *   2024-09-07  rxz  The default job-control table gains the S141
      *                    referral earn run after the S015 batch, so
      *                    credits for referred members who paid during
      *                    the day are raised overnight; S104 moves down
      *                    one. An existing jobctl.txt is the shop's to
      *                    edit - add the step there by hand.
      *   2024-09-28  rxz  The default job-control table gains the S147
      *                    audit chain verification after the S141 earn
      *                    run, the last step that journals, so a broken
      *                    or cut audit.txt is alarmed before the
      *                    morning; S104 moves down one. An existing
      *                    jobctl.txt is the shop's to edit - add the
      *                    step there by hand.
      *   2024-10-04  rxz  The default job-control table gains S149's
      *                    dormant and overdue-recertification sweep,
      *                    so idle and unattested operator profiles
      *                    are locked overnight; S104 moves down one.
      *                    An existing jobctl.txt is the shop's to
      *                    edit - add the step there by hand.
      *   2024-10-13  rxz  The default job-control table gains S152's
      *                    overdue-inbox sweep, so branch supervisors
      *                    are told each morning what has waited past
      *                    its limit; S104 moves down one. The step
      *                    table now holds 30 steps. An existing
      *                    jobctl.txt is the shop's to edit - add the
      *                    step there by hand.
      *   2024-11-27  rxz  The default job-control table gains the S167
      *                    warehouse extract after the S108 HR-feed
      *                    import, so head office gets the night's
      *                    masters from the fresh snapshot and the new
      *                    employee master; S104 moves down one. An
      *                    existing jobctl.txt is the shop's to edit -
      *                    add the step there by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S027.
       01  WS-JOBCTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-JOBCTL-END-OF-FILE    VALUE "Y".
       01  WS-STEP-TABLE.
           05  WS-JSTEP OCCURS 30 TIMES
                   INDEXED BY WS-JC-IDX.
               10  WS-JC-STEP           PIC X(08).
               10  WS-JC-DEPENDS        PIC X(08).
           END-IF
           PERFORM READ-NEXT-JOBCTL
           PERFORM UNTIL WS-JOBCTL-END-OF-FILE
                   OR WS-JSTEP-COUNT >= 30
               ADD 1 TO WS-JSTEP-COUNT
               SET WS-JC-IDX TO WS-JSTEP-COUNT
               MOVE JC-STEP-NAME  TO WS-JC-STEP(WS-JC-IDX)
           MOVE "echo C | ./s109" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 04        TO JC-SEQUENCE
           MOVE "S122"    TO JC-STEP-NAME
           MOVE "S086"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo I | ./s122" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 05        TO JC-SEQUENCE
           MOVE "S137"    TO JC-STEP-NAME
           MOVE "S086"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo I | ./s137" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 06        TO JC-SEQUENCE
           MOVE "S011"    TO JC-STEP-NAME
           MOVE "S086"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s011" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 07        TO JC-SEQUENCE
           MOVE "S012"    TO JC-STEP-NAME
           MOVE "S011"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s012" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 08        TO JC-SEQUENCE
           MOVE "S013"    TO JC-STEP-NAME
           MOVE "S012"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s013" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 09        TO JC-SEQUENCE
           MOVE "S014"    TO JC-STEP-NAME
           MOVE "S013"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s014" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 10        TO JC-SEQUENCE
           MOVE "S015"    TO JC-STEP-NAME
           MOVE "S014"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "DB_LOCK_HELD=Y ./s015" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 11        TO JC-SEQUENCE
           MOVE "S070"    TO JC-STEP-NAME
           MOVE "S015"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "DB_LOCK_HELD=Y ./s070" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 12        TO JC-SEQUENCE
           MOVE "S119"    TO JC-STEP-NAME
           MOVE "S070"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo C | ./s119" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 13        TO JC-SEQUENCE
           MOVE "S130"    TO JC-STEP-NAME
           MOVE "S070"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s130" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 14        TO JC-SEQUENCE
           MOVE "S089"    TO JC-STEP-NAME
           MOVE "S070"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s089" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 15        TO JC-SEQUENCE
           MOVE "S108"    TO JC-STEP-NAME
           MOVE "S089"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s108" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 16        TO JC-SEQUENCE
           MOVE "S139"    TO JC-STEP-NAME
           MOVE "S086"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s139" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 17        TO JC-SEQUENCE
           MOVE "S141"    TO JC-STEP-NAME
           MOVE "S015"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo E | ./s141" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 18        TO JC-SEQUENCE
           MOVE "S147"    TO JC-STEP-NAME
           MOVE "S141"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s147" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 19        TO JC-SEQUENCE
           MOVE "S149"    TO JC-STEP-NAME
           MOVE "S086"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo D | ./s149" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 20        TO JC-SEQUENCE
           MOVE "S152"    TO JC-STEP-NAME
           MOVE SPACES    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "echo N | ./s152" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 21        TO JC-SEQUENCE
           MOVE "S167"    TO JC-STEP-NAME
           MOVE "S108"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
           MOVE "./s167" TO JC-COMMAND
           WRITE JOBCTL-RECORD
           MOVE 22        TO JC-SEQUENCE
           MOVE "S104"    TO JC-STEP-NAME
           MOVE "S108"    TO JC-DEPENDS-ON
           MOVE "Y"       TO JC-RUN-FLAG
