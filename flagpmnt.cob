      * applied, so a shifted column fails this job in the afternoon
      * and can never run the 3 A.M. sweep at the wrong threshold.
      * Every applied change is logged - who, when, what, from what
      * to what - and listed on the maintenance report. The same
      * cards carry the source's amount limits - cumulative per
      * source and single item, two implied decimals, blank or zero
      * meaning no limit (a source entry with no limit of its own
      * runs under the global one).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PMT-EFFECTIVE-DATE         PIC X(8).
           05  PMT-THRESHOLD              PIC X(5).
           05  PMT-USER-ID                PIC X(8).
           05  PMT-CUM-LIMIT              PIC X(11).
           05  PMT-CUM-LIMIT-N REDEFINES PMT-CUM-LIMIT
                                          PIC 9(9)V99.
           05  PMT-ITEM-LIMIT             PIC X(11).
           05  PMT-ITEM-LIMIT-N REDEFINES PMT-ITEM-LIMIT
                                          PIC 9(9)V99.
           05  FILLER                     PIC X(33).

       FD  SOURCE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  PRM-THRESHOLD              PIC 9(5).
           05  PRM-ADDED-USER             PIC X(8).
           05  PRM-ADDED-TS               PIC X(21).
           05  PRM-CUM-AMOUNT-LIMIT       PIC 9(9)V99.
           05  PRM-CUM-AMOUNT-LIMIT-X REDEFINES PRM-CUM-AMOUNT-LIMIT
                                          PIC X(11).
           05  PRM-ITEM-AMOUNT-LIMIT      PIC 9(9)V99.
           05  PRM-ITEM-AMOUNT-LIMIT-X REDEFINES PRM-ITEM-AMOUNT-LIMIT
                                          PIC X(11).
           05  FILLER                     PIC X(12).

      *    One record per applied change - the permanent who-changed-
      *    what trail behind the maintenance report.
           05  PLG-EFFECTIVE-DATE         PIC X(8).
           05  PLG-OLD-THRESHOLD          PIC X(5).
           05  PLG-NEW-THRESHOLD          PIC 9(5).
           05  PLG-OLD-CUM-LIMIT          PIC X(11).
           05  PLG-NEW-CUM-LIMIT          PIC 9(9)V99.
           05  PLG-OLD-ITEM-LIMIT         PIC X(11).
           05  PLG-NEW-ITEM-LIMIT         PIC 9(9)V99.
           05  FILLER                     PIC X(5).

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               10  WS-CHG-EFFECTIVE-DATE  PIC X(8).
               10  WS-CHG-THRESHOLD       PIC 9(5).
               10  WS-CHG-USER-ID         PIC X(8).
               10  WS-CHG-CUM-LIMIT       PIC 9(9)V99.
               10  WS-CHG-ITEM-LIMIT      PIC 9(9)V99.
       01  WS-CHANGE-COUNT                PIC 9(3) VALUE 0.
       01  WS-CHANGE-MAX                  PIC 9(3) VALUE 100.
       01  WS-CHG-SUB                     PIC 9(3) VALUE 0.
               10  WS-EDIT-MM             PIC 9(2).
               10  WS-EDIT-DD             PIC 9(2).
       01  WS-DAYS-IN-MONTH               PIC 9(2) VALUE 0.
       01  WS-CUM-LIMIT-EDIT              PIC Z(8)9.99.
       01  WS-ITEM-LIMIT-EDIT             PIC Z(8)9.99.
       01  WS-OLD-CUM-EDIT                PIC Z(8)9.99.
       01  WS-OLD-CUM-SHOW REDEFINES WS-OLD-CUM-EDIT
                                          PIC X(12).
       01  WS-OLD-ITEM-EDIT               PIC Z(8)9.99.
       01  WS-OLD-ITEM-SHOW REDEFINES WS-OLD-ITEM-EDIT
                                          PIC X(12).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
               MOVE 'N' TO WS-CARD-VALID
               MOVE "THRESHOLD NOT NUMERIC" TO WS-CARD-ERROR
           END-IF.
           IF PMT-CUM-LIMIT = SPACES
               MOVE ZEROS TO PMT-CUM-LIMIT
           END-IF.
           IF PMT-ITEM-LIMIT = SPACES
               MOVE ZEROS TO PMT-ITEM-LIMIT
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND PMT-CUM-LIMIT-N IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID
               MOVE "CUM LIMIT NOT NUMERIC" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND PMT-ITEM-LIMIT-N IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID
               MOVE "ITEM LIMIT NOT NUMERIC" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
               PERFORM 200-VALIDATE-EFFECTIVE-DATE
           END-IF.
                       TO WS-CHG-THRESHOLD (WS-CHANGE-COUNT)
                   MOVE PMT-USER-ID
                       TO WS-CHG-USER-ID (WS-CHANGE-COUNT)
                   MOVE PMT-CUM-LIMIT-N
                       TO WS-CHG-CUM-LIMIT (WS-CHANGE-COUNT)
                   MOVE PMT-ITEM-LIMIT-N
                       TO WS-CHG-ITEM-LIMIT (WS-CHANGE-COUNT)
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE "CHANGE TABLE FULL" TO WS-CARD-ERROR
           IF WS-CARD-VALID = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "REJECTED CARD: " MAINT-CARD-RECORD (1:47)
                   " - " WS-CARD-ERROR
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               TO PLG-EFFECTIVE-DATE.
           IF WS-PARM-FOUND = 'Y'
               MOVE PRM-THRESHOLD TO PLG-OLD-THRESHOLD
               MOVE PRM-CUM-AMOUNT-LIMIT-X TO PLG-OLD-CUM-LIMIT
               MOVE PRM-ITEM-AMOUNT-LIMIT-X TO PLG-OLD-ITEM-LIMIT
      *        Entries written before the limits existed hold spaces
      *        there - shown as no limit, which is what they meant.
               IF PRM-CUM-AMOUNT-LIMIT IS NUMERIC
                   MOVE PRM-CUM-AMOUNT-LIMIT TO WS-OLD-CUM-EDIT
               ELSE
                   MOVE 0 TO WS-OLD-CUM-EDIT
               END-IF
               IF PRM-ITEM-AMOUNT-LIMIT IS NUMERIC
                   MOVE PRM-ITEM-AMOUNT-LIMIT TO WS-OLD-ITEM-EDIT
               ELSE
                   MOVE 0 TO WS-OLD-ITEM-EDIT
               END-IF
           ELSE
               MOVE "  NEW" TO PLG-OLD-THRESHOLD
               MOVE "        NEW" TO PLG-OLD-CUM-LIMIT
               MOVE "        NEW" TO PLG-OLD-ITEM-LIMIT
               MOVE "         NEW" TO WS-OLD-CUM-SHOW
               MOVE "         NEW" TO WS-OLD-ITEM-SHOW
           END-IF.
           MOVE WS-CHG-THRESHOLD (WS-CHG-SUB) TO PLG-NEW-THRESHOLD.
           MOVE WS-CHG-CUM-LIMIT (WS-CHG-SUB) TO PLG-NEW-CUM-LIMIT.
           MOVE WS-CHG-ITEM-LIMIT (WS-CHG-SUB) TO PLG-NEW-ITEM-LIMIT.
           WRITE PARM-LOG-RECORD.
           MOVE WS-CHG-SOURCE-SYS (WS-CHG-SUB) TO PRM-SOURCE-SYS.
           MOVE WS-CHG-EFFECTIVE-DATE (WS-CHG-SUB)
           MOVE WS-CHG-THRESHOLD (WS-CHG-SUB) TO PRM-THRESHOLD.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO PRM-ADDED-USER.
           MOVE WS-CURRENT-TS TO PRM-ADDED-TS.
           MOVE WS-CHG-CUM-LIMIT (WS-CHG-SUB) TO PRM-CUM-AMOUNT-LIMIT.
           MOVE WS-CHG-ITEM-LIMIT (WS-CHG-SUB)
               TO PRM-ITEM-AMOUNT-LIMIT.
           IF WS-PARM-FOUND = 'Y'
               ADD 1 TO WS-CHANGED-COUNT
               REWRITE PARAMETER-RECORD
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-CHG-CUM-LIMIT (WS-CHG-SUB) TO WS-CUM-LIMIT-EDIT.
           MOVE WS-CHG-ITEM-LIMIT (WS-CHG-SUB) TO WS-ITEM-LIMIT-EDIT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "          AMOUNT LIMITS - CUM FROM: "
               WS-OLD-CUM-SHOW " TO: " WS-CUM-LIMIT-EDIT
               " ITEM FROM: " WS-OLD-ITEM-SHOW
               " TO: " WS-ITEM-LIMIT-EDIT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

       800-OPEN-MAINT-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE.
