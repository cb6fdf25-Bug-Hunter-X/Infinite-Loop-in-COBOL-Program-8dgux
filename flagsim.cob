      * first have tripped. Nothing downstream is touched: no
      * notifications, no audit records, no checkpoint, no run
      * history - only the comparison report, so a threshold change
      * can be rehearsed before the business signs it off. The key-
      * level exemption/watchlist file is honoured for the current
      * business date through the same FLAGEXLK lookup the sweep
      * calls, so a suppressed key never counts as a would-flag and
      * a forced key always does, whatever the candidate threshold.
      * Each candidate may also carry amount limits - cumulative per
      * source and single item - applied as the sweep applies the
      * parameter file's, so a value limit can be rehearsed too.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SIM-REPORT-FILE ASSIGN TO SIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIM-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  INP-RECORD-KEY             PIC X(10).
           05  INP-SOURCE-SYS             PIC X(4).
           05  INP-PROC-DATE              PIC X(8).
           05  INP-AMOUNT                 PIC 9(11)V99.
           05  INP-CURRENCY               PIC X(3).
           05  FILLER                     PIC X(42).

      *    Candidate threshold sets, one or more cards per candidate:
      *      'G' + candidate 01-05 + global threshold in 4-8
      *          + cumulative amount limit in 9-19
      *          + single-item amount limit in 20-30
      *      'S' + candidate 01-05 + source in 4-7 + threshold in 8-12
      *          + cumulative amount limit in 13-23
      *          + single-item amount limit in 24-34
      *    A candidate needs a 'G' card; 'S' cards refine it the way
      *    the daily control card's override cards refine CTL-THRESHOLD.
      *    Amount limits carry two implied decimals; blank or zero is
      *    no limit on a 'G' card and the candidate's global limit on
      *    an 'S' card, as on the parameter file.
       FD  SIM-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SIM-CONTROL-RECORD.
           05  SIM-CARD-TYPE              PIC X.
           05  SIM-CANDIDATE-NO           PIC 9(2).
           05  SIM-GLOBAL-THRESHOLD       PIC 9(5).
           05  SIM-GLOBAL-CUM-LIMIT       PIC X(11).
           05  SIM-GLOBAL-CUM-LIMIT-N REDEFINES SIM-GLOBAL-CUM-LIMIT
                                          PIC 9(9)V99.
           05  SIM-GLOBAL-ITEM-LIMIT      PIC X(11).
           05  SIM-GLOBAL-ITEM-LIMIT-N REDEFINES SIM-GLOBAL-ITEM-LIMIT
                                          PIC 9(9)V99.
           05  FILLER                     PIC X(50).
       01  SIM-OVERRIDE-RECORD.
           05  FILLER                     PIC X(3).
           05  SIM-OVR-SOURCE-SYS         PIC X(4).
           05  SIM-OVR-THRESHOLD          PIC 9(5).
           05  SIM-OVR-CUM-LIMIT          PIC X(11).
           05  SIM-OVR-CUM-LIMIT-N REDEFINES SIM-OVR-CUM-LIMIT
                                          PIC 9(9)V99.
           05  SIM-OVR-ITEM-LIMIT         PIC X(11).
           05  SIM-OVR-ITEM-LIMIT-N REDEFINES SIM-OVR-ITEM-LIMIT
                                          PIC 9(9)V99.
           05  FILLER                     PIC X(46).

       FD  SIM-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SIM-REPORT-LINE                PIC X(132).

      *    Shared processing calendar - only the 'C' record's current
      *    business date matters here; it picks the exemption entries
      *    in force.
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS                PIC XX VALUE '00'.
       01  WS-SIM-CONTROL-STATUS          PIC XX VALUE '00'.
       01  WS-SIM-REPORT-STATUS           PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-EXEMPT-TYPE                 PIC X VALUE SPACE.
       01  WS-TOTAL-FORCED                PIC 9(7) VALUE 0.

       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-RUN-START-TS                PIC X(21) VALUE SPACES.
       01  WS-TOTAL-READ                  PIC 9(7) VALUE 0.
       01  WS-RECORD-KEY                  PIC X(10) VALUE SPACES.
       01  WS-SOURCE-SYS                  PIC X(4) VALUE SPACES.
       01  WS-AMOUNT                      PIC 9(11)V99 VALUE 0.
       01  WS-CUM-LIMIT                   PIC 9(9)V99 VALUE 0.
       01  WS-ITEM-LIMIT                  PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-FLAG                 PIC X VALUE 'N'.
       01  WS-CUM-LIMIT-EDIT              PIC Z(8)9.99.
       01  WS-ITEM-LIMIT-EDIT             PIC Z(8)9.99.

      *    One entry per candidate threshold set - each carries its
      *    own global running count and its own source table, grown
               10  WS-CND-THRESHOLD       PIC 9(5).
               10  WS-CND-NUMBER          PIC 9(7).
               10  WS-CND-COUNT-Y         PIC 9(7).
               10  WS-CND-COUNT-SUPP      PIC 9(7).
               10  WS-CND-COUNT-AMT       PIC 9(7).
               10  WS-CND-CUM-LIMIT       PIC 9(9)V99.
               10  WS-CND-ITEM-LIMIT      PIC 9(9)V99.
               10  WS-CND-AMOUNT          PIC 9(13)V99.
               10  WS-CND-FIRST-KEY       PIC X(10).
               10  WS-CND-SRC-COUNT       PIC 9(2).
               10  WS-CND-SRC-FULL        PIC X.
                   15  WS-CSR-THRESHOLD   PIC 9(5).
                   15  WS-CSR-NUMBER      PIC 9(7).
                   15  WS-CSR-COUNT-Y     PIC 9(7).
                   15  WS-CSR-CUM-LIMIT   PIC 9(9)V99.
                   15  WS-CSR-ITEM-LIMIT  PIC 9(9)V99.
                   15  WS-CSR-AMOUNT      PIC 9(13)V99.
       01  WS-CAND-MAX                    PIC 9(2) VALUE 5.
       01  WS-CND-SUB                     PIC 9(2) VALUE 0.
       01  WS-CSR-SUB                     PIC 9(2) VALUE 0.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM 040-INITIALIZE-CANDIDATES.
           PERFORM 045-READ-CALENDAR.
           PERFORM 050-READ-SIM-CARDS.
           IF WS-CAND-USED-COUNT = 0
               DISPLAY "FLAGSIM - NO CANDIDATE THRESHOLD SETS ON "
               MOVE 0 TO WS-CND-THRESHOLD (WS-CND-SUB)
               MOVE 0 TO WS-CND-NUMBER (WS-CND-SUB)
               MOVE 0 TO WS-CND-COUNT-Y (WS-CND-SUB)
               MOVE 0 TO WS-CND-COUNT-SUPP (WS-CND-SUB)
               MOVE 0 TO WS-CND-COUNT-AMT (WS-CND-SUB)
               MOVE 0 TO WS-CND-CUM-LIMIT (WS-CND-SUB)
               MOVE 0 TO WS-CND-ITEM-LIMIT (WS-CND-SUB)
               MOVE 0 TO WS-CND-AMOUNT (WS-CND-SUB)
               MOVE SPACES TO WS-CND-FIRST-KEY (WS-CND-SUB)
               MOVE 0 TO WS-CND-SRC-COUNT (WS-CND-SUB)
               MOVE 'N' TO WS-CND-SRC-FULL (WS-CND-SUB)
               ADD 1 TO WS-CND-SUB
           END-PERFORM.

       045-READ-CALENDAR.
      *    The shared processing calendar supplies the business date
      *    the exemption entries are selected for - the same date
      *    tonight's sweep will use.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-STATUS NOT = '00'
                          OR WS-CALENDAR-FOUND = 'Y'
                   READ CALENDAR-FILE
                       NOT AT END
                           IF CAL-REC-TYPE = 'C'
                              AND CAL-CURRENT-DATE IS NUMERIC
                               MOVE 'Y' TO WS-CALENDAR-FOUND
                               MOVE CAL-CURRENT-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CALENDAR-FOUND = 'N'
               DISPLAY "WARNING - NO CURRENT-DATE RECORD ON CALFILE "
                   "- STATUS: " WS-CALENDAR-STATUS
               DISPLAY "WARNING - BUSINESS DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
           END-IF.

       050-READ-SIM-CARDS.
           OPEN INPUT SIM-CONTROL-FILE.
           IF WS-SIM-CONTROL-STATUS NOT = '00'
               MOVE SIM-CANDIDATE-NO TO WS-CND-SUB
               EVALUATE SIM-CARD-TYPE
                   WHEN 'G'
                       IF SIM-GLOBAL-CUM-LIMIT = SPACES
                           MOVE ZEROS TO SIM-GLOBAL-CUM-LIMIT
                       END-IF
                       IF SIM-GLOBAL-ITEM-LIMIT = SPACES
                           MOVE ZEROS TO SIM-GLOBAL-ITEM-LIMIT
                       END-IF
                       IF SIM-GLOBAL-THRESHOLD IS NUMERIC
                          AND SIM-GLOBAL-CUM-LIMIT-N IS NUMERIC
                          AND SIM-GLOBAL-ITEM-LIMIT-N IS NUMERIC
                           IF WS-CND-USED (WS-CND-SUB) NOT = 'Y'
                               ADD 1 TO WS-CAND-USED-COUNT
                           END-IF
                           MOVE 'Y' TO WS-CND-USED (WS-CND-SUB)
                           MOVE SIM-GLOBAL-THRESHOLD
                               TO WS-CND-THRESHOLD (WS-CND-SUB)
                           MOVE SIM-GLOBAL-CUM-LIMIT-N
                               TO WS-CND-CUM-LIMIT (WS-CND-SUB)
                           MOVE SIM-GLOBAL-ITEM-LIMIT-N
                               TO WS-CND-ITEM-LIMIT (WS-CND-SUB)
                       ELSE
                           DISPLAY "WARNING - NON-NUMERIC THRESHOLD "
                               "OR LIMIT ON 'G' CARD IGNORED: "
                               SIM-CONTROL-RECORD (1:30)
                       END-IF
                   WHEN 'S'
                       PERFORM 058-LOAD-OVERRIDE-CARD
           END-IF.

       058-LOAD-OVERRIDE-CARD.
           IF SIM-OVR-CUM-LIMIT = SPACES
               MOVE ZEROS TO SIM-OVR-CUM-LIMIT
           END-IF.
           IF SIM-OVR-ITEM-LIMIT = SPACES
               MOVE ZEROS TO SIM-OVR-ITEM-LIMIT
           END-IF.
           IF SIM-OVR-SOURCE-SYS = SPACES
            OR SIM-OVR-THRESHOLD IS NOT NUMERIC
            OR SIM-OVR-CUM-LIMIT-N IS NOT NUMERIC
            OR SIM-OVR-ITEM-LIMIT-N IS NOT NUMERIC
               DISPLAY "WARNING - BAD 'S' CARD IGNORED: "
                   SIM-CONTROL-RECORD (1:34)
           ELSE
               IF WS-CND-SRC-COUNT (WS-CND-SUB) < 20
                   ADD 1 TO WS-CND-SRC-COUNT (WS-CND-SUB)
                       TO WS-CSR-THRESHOLD (WS-CND-SUB, WS-CSR-SUB)
                   MOVE 0 TO WS-CSR-NUMBER (WS-CND-SUB, WS-CSR-SUB)
                   MOVE 0 TO WS-CSR-COUNT-Y (WS-CND-SUB, WS-CSR-SUB)
                   MOVE SIM-OVR-CUM-LIMIT-N
                       TO WS-CSR-CUM-LIMIT (WS-CND-SUB, WS-CSR-SUB)
                   MOVE SIM-OVR-ITEM-LIMIT-N
                       TO WS-CSR-ITEM-LIMIT (WS-CND-SUB, WS-CSR-SUB)
                   MOVE 0 TO WS-CSR-AMOUNT (WS-CND-SUB, WS-CSR-SUB)
               ELSE
                   DISPLAY "WARNING - SOURCE TABLE FULL FOR "
                       "CANDIDATE " WS-CND-SUB " - OVERRIDE IGNORED: "
           ADD 1 TO WS-TOTAL-READ.
           MOVE INP-RECORD-KEY TO WS-RECORD-KEY.
           MOVE INP-SOURCE-SYS TO WS-SOURCE-SYS.
           IF INP-AMOUNT IS NUMERIC
               MOVE INP-AMOUNT TO WS-AMOUNT
           ELSE
               MOVE 0 TO WS-AMOUNT
           END-IF.
           CALL 'FLAGEXLK' USING WS-RECORD-KEY, WS-RUN-DATE,
               WS-EXEMPT-TYPE.
           IF WS-EXEMPT-TYPE = 'F'
               ADD 1 TO WS-TOTAL-FORCED
           END-IF.
           MOVE 1 TO WS-CND-SUB.
           PERFORM UNTIL WS-CND-SUB > WS-CAND-MAX
               IF WS-CND-USED (WS-CND-SUB) = 'Y'
                   MOVE 'Y' TO WS-CAND-FLAG
               END-IF
           END-IF.
           PERFORM 220-APPLY-CAND-AMOUNT-RULE.
           IF WS-AMOUNT-FLAG = 'Y'
               IF WS-CAND-FLAG = 'N'
                   ADD 1 TO WS-CND-COUNT-AMT (WS-CND-SUB)
               END-IF
               MOVE 'Y' TO WS-CAND-FLAG
           END-IF.
      *    The exemption/watchlist entry then overrides the threshold
      *    exactly as the sweep's 160-APPLY-EXEMPTION does.
           IF WS-EXEMPT-TYPE = 'F'
               MOVE 'Y' TO WS-CAND-FLAG
           END-IF.
           IF WS-EXEMPT-TYPE = 'S' AND WS-CAND-FLAG = 'Y'
               MOVE 'N' TO WS-CAND-FLAG
               ADD 1 TO WS-CND-COUNT-SUPP (WS-CND-SUB)
           END-IF.
           IF WS-CAND-FLAG = 'Y'
               IF WS-CND-COUNT-Y (WS-CND-SUB) = 0
                   MOVE WS-RECORD-KEY
               END-IF
           END-IF.

       220-APPLY-CAND-AMOUNT-RULE.
      *    The sweep's 157-APPLY-AMOUNT-RULE - cumulative amount per
      *    source against the cumulative limit, the record alone
      *    against the single-item limit, zero meaning no limit. A
      *    source entry with no limit of its own runs under the
      *    candidate's global limit, as a parameter-file source entry
      *    inherits the '****' limit.
           MOVE 'N' TO WS-AMOUNT-FLAG.
           ADD WS-AMOUNT TO WS-CND-AMOUNT (WS-CND-SUB).
           IF WS-CSR-IDX > 0
               ADD WS-AMOUNT TO WS-CSR-AMOUNT (WS-CND-SUB, WS-CSR-IDX)
               IF WS-CSR-CUM-LIMIT (WS-CND-SUB, WS-CSR-IDX) > 0
                   MOVE WS-CSR-CUM-LIMIT (WS-CND-SUB, WS-CSR-IDX)
                       TO WS-CUM-LIMIT
               ELSE
                   MOVE WS-CND-CUM-LIMIT (WS-CND-SUB) TO WS-CUM-LIMIT
               END-IF
               IF WS-CSR-ITEM-LIMIT (WS-CND-SUB, WS-CSR-IDX) > 0
                   MOVE WS-CSR-ITEM-LIMIT (WS-CND-SUB, WS-CSR-IDX)
                       TO WS-ITEM-LIMIT
               ELSE
                   MOVE WS-CND-ITEM-LIMIT (WS-CND-SUB)
                       TO WS-ITEM-LIMIT
               END-IF
               IF WS-CUM-LIMIT > 0
                  AND WS-CSR-AMOUNT (WS-CND-SUB, WS-CSR-IDX)
                      > WS-CUM-LIMIT
                   MOVE 'Y' TO WS-AMOUNT-FLAG
               END-IF
           ELSE
               MOVE WS-CND-CUM-LIMIT (WS-CND-SUB) TO WS-CUM-LIMIT
               MOVE WS-CND-ITEM-LIMIT (WS-CND-SUB) TO WS-ITEM-LIMIT
               IF WS-CUM-LIMIT > 0
                  AND WS-CND-AMOUNT (WS-CND-SUB) > WS-CUM-LIMIT
                   MOVE 'Y' TO WS-AMOUNT-FLAG
               END-IF
           END-IF.
           IF WS-ITEM-LIMIT > 0
              AND WS-AMOUNT > WS-ITEM-LIMIT
               MOVE 'Y' TO WS-AMOUNT-FLAG
           END-IF.

       250-LOCATE-CAND-SOURCE.
      *    Find this candidate's table entry for WS-SOURCE-SYS,
      *    building one with the candidate's global threshold the
                       TO WS-CSR-THRESHOLD (WS-CND-SUB, WS-CSR-IDX)
                   MOVE 0 TO WS-CSR-NUMBER (WS-CND-SUB, WS-CSR-IDX)
                   MOVE 0 TO WS-CSR-COUNT-Y (WS-CND-SUB, WS-CSR-IDX)
                   MOVE 0 TO WS-CSR-CUM-LIMIT (WS-CND-SUB, WS-CSR-IDX)
                   MOVE 0 TO WS-CSR-ITEM-LIMIT (WS-CND-SUB, WS-CSR-IDX)
                   MOVE 0 TO WS-CSR-AMOUNT (WS-CND-SUB, WS-CSR-IDX)
               ELSE
                   IF WS-CND-SRC-FULL (WS-CND-SUB) = 'N'
                    OR WS-CND-SRC-FULL (WS-CND-SUB) = SPACE
           WRITE SIM-REPORT-LINE.
           MOVE SPACES TO SIM-REPORT-LINE.
           STRING "RECORDS READ: " WS-TOTAL-READ
               "  BUSINESS DATE: " WS-RUN-DATE
               "  FORCED BY EXEMPTION FILE: " WS-TOTAL-FORCED
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           END-STRING.
           WRITE SIM-REPORT-LINE.
           STRING "CANDIDATE " WS-CND-SUB
               " GLOBAL THRESHOLD: " WS-CND-THRESHOLD (WS-CND-SUB)
               " WOULD FLAG: " WS-CND-COUNT-Y (WS-CND-SUB)
               " SUPPRESSED: " WS-CND-COUNT-SUPP (WS-CND-SUB)
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           END-STRING.
           WRITE SIM-REPORT-LINE.
           MOVE WS-CND-CUM-LIMIT (WS-CND-SUB) TO WS-CUM-LIMIT-EDIT.
           MOVE WS-CND-ITEM-LIMIT (WS-CND-SUB) TO WS-ITEM-LIMIT-EDIT.
           MOVE SPACES TO SIM-REPORT-LINE.
           STRING "  CUM LIMIT: " WS-CUM-LIMIT-EDIT
               " ITEM LIMIT: " WS-ITEM-LIMIT-EDIT
               " FLAGGED ON AMOUNT ALONE: "
               WS-CND-COUNT-AMT (WS-CND-SUB)
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           END-STRING.
           WRITE SIM-REPORT-LINE.
