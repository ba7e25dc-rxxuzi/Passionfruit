      *                    the day's active run is looked up on
      *                    glrunreg.txt, zero when the pair lands
      *                    before any extract has registered.
      *   2024-07-01  rxz  The pair's accounts come from the posting
      *                    rules through GLACCT (movement DEPREC),
      *                    DEPRECEX/ACCUMDEP still the default.
      *   2024-11-03  rxz  Each kind charged in a run is written to the
      *                    depreciation history (dephist.txt, DPHREC) -
      *                    month, charge per unit, units and charge - so
      *                    S159 can work out what a unit disposed of has
      *                    left on the books.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. S085.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-STATUS.

           SELECT DepHistoryFile ASSIGN TO "./../dephist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemCatalogFile.
       FD  RunRegisterFile.
           COPY GLRUN.

       FD  DepHistoryFile.
           COPY DPHREC.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC XX.
       01  WS-GL-STATUS                 PIC XX.
       01  WS-RUN-STATUS                PIC XX.
       01  WS-DPH-STATUS                PIC XX.
       01  WS-DPH-OPEN-SWITCH           PIC X(01).
           88  WS-DPH-OPEN              VALUE "Y".
       01  WS-GLA-MOVEMENT              PIC X(08) VALUE "DEPREC".
       01  WS-GLA-BRANCH                PIC X(03) VALUE SPACES.
       01  WS-GLA-CURRENCY              PIC X(03) VALUE SPACES.
       01  WS-GLA-DR-ACCOUNT            PIC X(08).
       01  WS-GLA-CR-ACCOUNT            PIC X(08).
       01  WS-RUN-EOF-SWITCH            PIC X(01).
           88  WS-RUN-END-OF-FILE       VALUE "Y".
       01  WS-ACTIVE-RUN-NO             PIC 9(05) VALUE ZERO.
                   INTO WS-RPT-TEXT
           PERFORM RPT-LINE

           MOVE "N" TO WS-DPH-OPEN-SWITCH
           OPEN EXTEND DepHistoryFile
           IF WS-DPH-STATUS = "35"
               OPEN OUTPUT DepHistoryFile
           END-IF
           IF WS-DPH-STATUS = "00"
               SET WS-DPH-OPEN TO TRUE
           ELSE
               DISPLAY "dephist.txt could not be opened - status "
                       WS-DPH-STATUS " - history NOT kept."
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CATALOG-ROW
           PERFORM DEPRECIATE-ONE-KIND UNTIL WS-END-OF-FILE
           CLOSE ItemCatalogFile
           IF WS-DPH-OPEN
               CLOSE DepHistoryFile
           END-IF

           MOVE SPACES TO WS-RPT-TEXT
           STRING "Kinds depreciated: " WS-ITEM-COUNT
                           WS-NET-BOOK-VALUE
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM RPT-LINE
                   IF WS-DPH-OPEN
                       PERFORM WRITE-DEPRECIATION-HISTORY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-CATALOG-ROW.

      * What each kind was charged this month, per unit and in all -
      * S159 reads it back when a unit leaves the books.
       WRITE-DEPRECIATION-HISTORY.
           MOVE CAT-ITEM-CODE       TO DPH-ITEM-CODE
           MOVE WS-RUN-MONTH        TO DPH-MONTH
           MOVE WS-MONTHLY-PER-UNIT TO DPH-PER-UNIT
           MOVE CAT-ON-HAND         TO DPH-ON-HAND
           MOVE WS-PERIOD-CHARGE    TO DPH-CHARGE
           ACCEPT DPH-RUN-DATE FROM DATE YYYYMMDD
           WRITE DEPRECIATION-HISTORY-RECORD.

      * The pair rides the same interface file S042 writes - run
      * this step after the day's extract, which recreates it.
       POST-DEPRECIATION-PAIR.
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-RUN-NO
           MOVE "DEPRECEX" TO WS-GLA-DR-ACCOUNT
           MOVE "ACCUMDEP" TO WS-GLA-CR-ACCOUNT
           CALL "GLACCT" USING WS-GLA-MOVEMENT WS-GLA-BRANCH
                   WS-GLA-CURRENCY WS-GLA-DR-ACCOUNT WS-GLA-CR-ACCOUNT
           MOVE WS-ACTIVE-RUN-NO TO GL-RUN-NO
           MOVE WS-POST-DATE    TO GL-POST-DATE
           MOVE WS-GLA-DR-ACCOUNT TO GL-ACCOUNT
           SET GL-DEBIT         TO TRUE
           MOVE WS-TOTAL-CHARGE TO GL-AMOUNT
           MOVE "EQUIPMENT DEPRECIATION" TO GL-DESCRIPTION
           WRITE GL-POSTING-LINE
           MOVE WS-POST-DATE    TO GL-POST-DATE
           MOVE WS-GLA-CR-ACCOUNT TO GL-ACCOUNT
           SET GL-CREDIT        TO TRUE
           MOVE WS-TOTAL-CHARGE TO GL-AMOUNT
           MOVE "EQUIPMENT DEPRECIATION" TO GL-DESCRIPTION
