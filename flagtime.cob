       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGTIME.
      *
      * FLAGTIME - batch-window timing over the shared operations log.
      * Runs in the morning alongside FLAGMORN, after the roll-forward,
      * and does two things for the night just finished:
      *   - posts every chain step's elapsed time onto the keyed
      *     step-timing history (program + business date), marked
      *     as a parallel night (FLAGCONS swept) or a single-threaded
      *     night (FLAGPROC swept) - the two run very differently, so
      *     each is only ever compared with nights of its own kind;
      *   - reports each step against its own trailing average over
      *     the previous nights of the same kind and against its
      *     target from the timing control file, fits each step's
      *     trend, lists the steps trending toward their targets,
      *     and projects the whole chain's finish a warning horizon
      *     ahead against the window close.
      * The point is to see an overrun coming while there is still
      * time to act on it, not on the morning the online region comes
      * up late. RC=8 when the projected finish passes the window
      * close; RC=4 when a step is over its target, will reach it
      * inside the horizon, or did not log a step record.
      * TIMCARD columns 1-8 (YYYYMMDD) rerun an earlier night.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.
           SELECT TIMING-HISTORY-FILE ASSIGN TO TIMEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS WS-TIMING-HISTORY-STATUS.
           SELECT TIMING-CONTROL-FILE ASSIGN TO TIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-CONTROL-STATUS.
           SELECT TIMING-CARD-FILE ASSIGN TO TIMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT TIMING-REPORT-FILE ASSIGN TO TIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  OPS-LOG-RECORD.
           05  OPS-PROGRAM                PIC X(8).
           05  OPS-RUN-DATE               PIC X(8).
           05  OPS-START-TS               PIC X(21).
           05  OPS-END-TS                 PIC X(21).
           05  OPS-RETURN-CODE            PIC 9(2).
           05  OPS-COUNT-1                PIC 9(7).
           05  OPS-COUNT-2                PIC 9(7).
           05  OPS-COUNT-3                PIC 9(7).
           05  FILLER                     PIC X(19).

      *    One entry per chain step per business date. The night type
      *    is the night's, not the step's - every step of a parallel
      *    night is marked 'P', so FLAGRECN after a FLAGCONS sweep is
      *    only averaged with other FLAGRECN runs after FLAGCONS.
       FD  TIMING-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMING-HISTORY-RECORD.
           05  TIM-KEY.
               10  TIM-PROGRAM            PIC X(8).
               10  TIM-RUN-DATE           PIC X(8).
           05  TIM-NIGHT-TYPE             PIC X.
           05  TIM-STEP-NO                PIC 9(2).
           05  TIM-START-TS               PIC X(14).
           05  TIM-END-TS                 PIC X(14).
           05  TIM-ELAPSED-SECS           PIC 9(7).
           05  TIM-RETURN-CODE            PIC 9(2).
           05  FILLER                     PIC X(24).

      *    'W' record - window close (HHMMSS), trailing nights
      *    averaged, warning horizon in nights. 'T' records - target
      *    elapsed seconds per step, for one night type ('P' or 'S')
      *    or, with the type blank, for both.
       FD  TIMING-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMING-CONTROL-RECORD.
           05  TCT-REC-TYPE               PIC X.
           05  TCT-TARGET-DATA.
               10  TCT-PROGRAM            PIC X(8).
               10  TCT-NIGHT-TYPE         PIC X.
               10  TCT-TARGET-SECS        PIC 9(6).
               10  FILLER                 PIC X(64).
           05  TCT-WINDOW-DATA REDEFINES TCT-TARGET-DATA.
               10  TCW-CLOSE-TIME         PIC X(6).
               10  TCW-TRAILING-NIGHTS    PIC X(2).
               10  TCW-HORIZON-NIGHTS     PIC X(2).
               10  FILLER                 PIC X(69).

       FD  TIMING-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMING-CARD-RECORD.
           05  TCD-RUN-DATE               PIC X(8).
           05  FILLER                     PIC X(72).

      *    Shared processing calendar - only the 'C' record's
      *    previous business date matters here (this job runs after
      *    the nightly roll-forward).
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

       FD  TIMING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TIMING-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPS-LOG-STATUS              PIC XX VALUE '00'.
       01  WS-TIMING-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-TIMING-CONTROL-STATUS       PIC XX VALUE '00'.
       01  WS-TIMING-CARD-STATUS          PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-TIMING-REPORT-STATUS        PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-NIGHT-TYPE                  PIC X VALUE SPACE.
       01  WS-NIGHT-DESCRIPTION           PIC X(36) VALUE SPACES.

      *    Window settings - the online region comes up at six, so
      *    the chain must be finished by then. Five business nights
      *    ahead is a week's warning.
       01  WS-CLOSE-TIME                  PIC X(6) VALUE '060000'.
       01  WS-CLOSE-TIME-N REDEFINES WS-CLOSE-TIME.
           05  WS-CLOSE-HH                PIC 9(2).
           05  WS-CLOSE-MM                PIC 9(2).
           05  WS-CLOSE-SS                PIC 9(2).
       01  WS-TRAILING-NIGHTS             PIC 9(2) VALUE 20.
       01  WS-HORIZON-NIGHTS              PIC 9(2) VALUE 5.
       01  WS-MIN-TREND-NIGHTS            PIC 9(2) VALUE 4.

      *    The chain in execution order, as on the morning report.
      *    Slot 2 is the sweep - FLAGPROC on a single-threaded night,
      *    FLAGCONS on a parallel one. The run's last entry per step
      *    wins, so a rerun is timed as it finally ran.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STP-PROGRAM         PIC X(8).
               10  WS-STP-ALT-PROGRAM     PIC X(8).
               10  WS-STP-FOUND           PIC X.
               10  WS-STP-TIMED           PIC X.
               10  WS-STP-ACTUAL          PIC X(8).
               10  WS-STP-START-TS        PIC X(21).
               10  WS-STP-END-TS          PIC X(21).
               10  WS-STP-RC              PIC 9(2).
               10  WS-STP-START-SECS      PIC 9(12).
               10  WS-STP-END-SECS        PIC 9(12).
               10  WS-STP-ELAPSED         PIC 9(7).
               10  WS-STP-TARGET          PIC 9(7).
               10  WS-STP-PRIOR-NIGHTS    PIC 9(3).
               10  WS-STP-AVERAGE         PIC 9(7).
               10  WS-STP-TREND-KNOWN     PIC X.
               10  WS-STP-SLOPE           PIC S9(7)V99.
               10  WS-STP-FITTED-NOW      PIC 9(7).
               10  WS-STP-PROJECTED       PIC 9(7).
               10  WS-STP-NIGHTS-TO-TARGET
                                          PIC 9(5).
               10  WS-STP-STATUS          PIC X(12).
       01  WS-STEP-COUNT                  PIC 9(2) VALUE 8.
       01  WS-STP-SUB                     PIC 9(2) VALUE 0.
       01  WS-STP-IDX                     PIC 9(2) VALUE 0.

      *    Targets from the control file.
       01  WS-TARGET-TABLE.
           05  WS-TGT-ENTRY OCCURS 30 TIMES.
               10  WS-TGT-PROGRAM         PIC X(8).
               10  WS-TGT-NIGHT-TYPE      PIC X.
               10  WS-TGT-SECS            PIC 9(7).
       01  WS-TGT-COUNT                   PIC 9(2) VALUE 0.
       01  WS-TGT-MAX                     PIC 9(2) VALUE 30.
       01  WS-TGT-SUB                     PIC 9(2) VALUE 0.

      *    A step's prior nights of the same kind, oldest first -
      *    only the latest WS-TRAILING-NIGHTS are kept.
       01  WS-HISTORY-BUFFER.
           05  WS-HST-SECS OCCURS 61 TIMES
                                          PIC 9(7).
       01  WS-HST-COUNT                   PIC 9(2) VALUE 0.
       01  WS-HST-SUB                     PIC 9(2) VALUE 0.

      *    Least-squares fit of elapsed time over the nights - x is
      *    the night (1 = oldest kept, last = tonight).
       01  WS-FIT-POINTS                  PIC 9(2) VALUE 0.
       01  WS-SUM-X                       PIC S9(9) VALUE 0.
       01  WS-SUM-XX                      PIC S9(9) VALUE 0.
       01  WS-SUM-Y                       PIC S9(11) VALUE 0.
       01  WS-SUM-XY                      PIC S9(13) VALUE 0.
       01  WS-PRIOR-SUM                   PIC 9(11) VALUE 0.
       01  WS-FIT-DENOMINATOR             PIC S9(15) VALUE 0.
       01  WS-FIT-SLOPE                   PIC S9(9)V9(4) VALUE 0.
       01  WS-FIT-INTERCEPT               PIC S9(11)V9(4) VALUE 0.
       01  WS-FIT-VALUE                   PIC S9(11)V9(4) VALUE 0.
       01  WS-FIT-WORK                    PIC S9(11)V9(4) VALUE 0.

      *    Timestamp conversion - YYYYMMDDHHMMSS to seconds since the
      *    calendar base, so a chain that runs past midnight times
      *    correctly.
       01  WS-TS-WORK.
           05  WS-TS-DATE                 PIC 9(8).
           05  WS-TS-HH                   PIC 9(2).
           05  WS-TS-MM                   PIC 9(2).
           05  WS-TS-SS                   PIC 9(2).
           05  FILLER                     PIC X(7).
       01  WS-TS-SECONDS                  PIC 9(12) VALUE 0.
       01  WS-TS-VALID                    PIC X VALUE 'N'.
       01  WS-CLOCK-SECS                  PIC 9(12) VALUE 0.
       01  WS-CLOCK-DAYS                  PIC 9(7) VALUE 0.
       01  WS-CLOCK-REMAINDER             PIC 9(5) VALUE 0.
       01  WS-CLOCK-DATE                  PIC 9(8) VALUE 0.
       01  WS-CLOCK-DISPLAY               PIC X(17) VALUE SPACES.
       01  WS-DUR-SECS                    PIC 9(7) VALUE 0.
       01  WS-DUR-HH                      PIC 9(2) VALUE 0.
       01  WS-DUR-MM                      PIC 9(2) VALUE 0.
       01  WS-DUR-SS                      PIC 9(2) VALUE 0.
       01  WS-DUR-DISPLAY                 PIC X(8) VALUE SPACES.

      *    The chain as a whole.
       01  WS-CHAIN-TIMED                 PIC X VALUE 'N'.
       01  WS-CHAIN-START-SECS            PIC 9(12) VALUE 0.
       01  WS-CHAIN-END-SECS              PIC 9(12) VALUE 0.
       01  WS-CHAIN-PROJECTED-SECS        PIC 9(12) VALUE 0.
       01  WS-WINDOW-CLOSE-SECS           PIC 9(12) VALUE 0.
       01  WS-CLOSE-OF-DAY-SECS           PIC 9(5) VALUE 0.
       01  WS-MARGIN-SIGN                 PIC X VALUE SPACE.

       01  WS-MISSING-COUNT               PIC 9(2) VALUE 0.
       01  WS-OVER-TARGET-COUNT           PIC 9(2) VALUE 0.
       01  WS-TRENDING-COUNT              PIC 9(2) VALUE 0.
       01  WS-WINDOW-BREACH               PIC X VALUE 'N'.

       01  WS-PCT-WORK                    PIC S9(5) VALUE 0.
       01  WS-PCT-EDIT                    PIC +ZZZ9.
       01  WS-SLOPE-EDIT                  PIC +ZZZZ9.99.
       01  WS-NIGHTS-EDIT                 PIC ZZZZ9.
       01  WS-COUNT-EDIT                  PIC ZZ9.
       01  WS-TREND-MARK                  PIC X(4) VALUE SPACES.
       01  WS-DUR-1                       PIC X(8) VALUE SPACES.
       01  WS-DUR-2                       PIC X(8) VALUE SPACES.
       01  WS-DUR-3                       PIC X(8) VALUE SPACES.
       01  WS-DUR-4                       PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 040-READ-CALENDAR.
           PERFORM 050-READ-TIMING-CARD.
           PERFORM 060-BUILD-STEP-TABLE.
           PERFORM 070-LOAD-TIMING-CONTROL.
           PERFORM 100-SCAN-OPS-LOG.
           PERFORM 200-TIME-THE-NIGHT.
           OPEN I-O TIMING-HISTORY-FILE.
           IF WS-TIMING-HISTORY-STATUS = '35'
               OPEN OUTPUT TIMING-HISTORY-FILE
               IF WS-TIMING-HISTORY-STATUS = '00'
                   CLOSE TIMING-HISTORY-FILE
                   OPEN I-O TIMING-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-TIMING-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN TIMING-HISTORY-FILE - STATUS: "
                   WS-TIMING-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-POST-TIMING-HISTORY.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               IF WS-STP-TIMED (WS-STP-SUB) = 'Y'
                   PERFORM 400-ANALYSE-ONE-STEP
               END-IF
               ADD 1 TO WS-STP-SUB
           END-PERFORM.
           CLOSE TIMING-HISTORY-FILE.
           PERFORM 500-PROJECT-CHAIN.
           PERFORM 600-WRITE-TIMING-REPORT.
           EVALUATE TRUE
               WHEN WS-WINDOW-BREACH = 'Y'
                   DISPLAY "FLAGTIME - PROJECTED FINISH PASSES THE "
                       "WINDOW CLOSE FOR " WS-RUN-DATE " - SEE TIMRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVER-TARGET-COUNT > 0
                 OR WS-TRENDING-COUNT > 0
                 OR WS-MISSING-COUNT > 0
                   DISPLAY "FLAGTIME - STEP(S) OVER OR NEARING TARGET "
                       "FOR " WS-RUN-DATE " - SEE TIMRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "FLAGTIME - CHAIN INSIDE WINDOW FOR "
                       WS-RUN-DATE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       040-READ-CALENDAR.
      *    This job runs in the morning, after FLAGCAL has rolled
      *    the calendar forward - so the night being timed is the
      *    'C' record's PREVIOUS business date, the date every step
      *    of that night logged under.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-STATUS NOT = '00'
                          OR WS-CALENDAR-FOUND = 'Y'
                   READ CALENDAR-FILE
                       NOT AT END
                           IF CAL-REC-TYPE = 'C'
                              AND CAL-PREVIOUS-DATE IS NUMERIC
                               MOVE 'Y' TO WS-CALENDAR-FOUND
                               MOVE CAL-PREVIOUS-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CALENDAR-FOUND = 'N'
               DISPLAY "WARNING - NO CURRENT-DATE RECORD ON CALFILE "
                   "- STATUS: " WS-CALENDAR-STATUS
               DISPLAY "WARNING - RUN DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
           END-IF.

       050-READ-TIMING-CARD.
      *    A date on the card reruns an earlier night - its history
      *    entries are replaced, not duplicated.
           OPEN INPUT TIMING-CARD-FILE.
           IF WS-TIMING-CARD-STATUS = '00'
               READ TIMING-CARD-FILE
                   NOT AT END
                       IF TCD-RUN-DATE IS NUMERIC
                           MOVE TCD-RUN-DATE TO WS-RUN-DATE
                           DISPLAY "FLAGTIME - RERUN FOR " WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE TIMING-CARD-FILE
           END-IF.

       060-BUILD-STEP-TABLE.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE 'FLAGEDIT' TO WS-STP-PROGRAM (1).
           MOVE 'FLAGPROC' TO WS-STP-PROGRAM (2).
           MOVE 'FLAGCONS' TO WS-STP-ALT-PROGRAM (2).
           MOVE 'FLAGRECN' TO WS-STP-PROGRAM (3).
           MOVE 'FLAGRJLD' TO WS-STP-PROGRAM (4).
           MOVE 'FLAGACK' TO WS-STP-PROGRAM (5).
           MOVE 'FLAGWHSE' TO WS-STP-PROGRAM (6).
           MOVE 'FLAGCAL' TO WS-STP-PROGRAM (7).
           MOVE 'FLAGBKUP' TO WS-STP-PROGRAM (8).
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               MOVE 'N' TO WS-STP-FOUND (WS-STP-SUB)
               MOVE 'N' TO WS-STP-TIMED (WS-STP-SUB)
               MOVE 'N' TO WS-STP-TREND-KNOWN (WS-STP-SUB)
               MOVE 0 TO WS-STP-RC (WS-STP-SUB)
               MOVE 0 TO WS-STP-START-SECS (WS-STP-SUB)
               MOVE 0 TO WS-STP-END-SECS (WS-STP-SUB)
               MOVE 0 TO WS-STP-ELAPSED (WS-STP-SUB)
               MOVE 0 TO WS-STP-TARGET (WS-STP-SUB)
               MOVE 0 TO WS-STP-PRIOR-NIGHTS (WS-STP-SUB)
               MOVE 0 TO WS-STP-AVERAGE (WS-STP-SUB)
               MOVE 0 TO WS-STP-SLOPE (WS-STP-SUB)
               MOVE 0 TO WS-STP-FITTED-NOW (WS-STP-SUB)
               MOVE 0 TO WS-STP-PROJECTED (WS-STP-SUB)
               MOVE 0 TO WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
               ADD 1 TO WS-STP-SUB
           END-PERFORM.

       070-LOAD-TIMING-CONTROL.
      *    Without the control file the window defaults stand and no
      *    step has a target - the report still times the night.
           OPEN INPUT TIMING-CONTROL-FILE.
           IF WS-TIMING-CONTROL-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN TIMCTL - STATUS: "
                   WS-TIMING-CONTROL-STATUS
               DISPLAY "WARNING - DEFAULT WINDOW, NO STEP TARGETS"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TIMING-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 080-TABLE-ONE-CONTROL
                   END-READ
               END-PERFORM
               CLOSE TIMING-CONTROL-FILE
           END-IF.
           IF WS-TRAILING-NIGHTS < WS-MIN-TREND-NIGHTS
               MOVE WS-MIN-TREND-NIGHTS TO WS-TRAILING-NIGHTS
           END-IF.
           IF WS-TRAILING-NIGHTS > 60
               MOVE 60 TO WS-TRAILING-NIGHTS
           END-IF.
           COMPUTE WS-CLOSE-OF-DAY-SECS =
               WS-CLOSE-HH * 3600 + WS-CLOSE-MM * 60 + WS-CLOSE-SS.

       080-TABLE-ONE-CONTROL.
           EVALUATE TCT-REC-TYPE
               WHEN 'W'
                   IF TCW-CLOSE-TIME IS NUMERIC
                       MOVE TCW-CLOSE-TIME TO WS-CLOSE-TIME
                   END-IF
                   IF TCW-TRAILING-NIGHTS IS NUMERIC
                       MOVE TCW-TRAILING-NIGHTS TO WS-TRAILING-NIGHTS
                   END-IF
                   IF TCW-HORIZON-NIGHTS IS NUMERIC
                       MOVE TCW-HORIZON-NIGHTS TO WS-HORIZON-NIGHTS
                   END-IF
               WHEN 'T'
                   IF TCT-PROGRAM NOT = SPACES
                      AND TCT-TARGET-SECS IS NUMERIC
                      AND WS-TGT-COUNT < WS-TGT-MAX
                       ADD 1 TO WS-TGT-COUNT
                       MOVE TCT-PROGRAM TO WS-TGT-PROGRAM (WS-TGT-COUNT)
                       MOVE TCT-NIGHT-TYPE
                           TO WS-TGT-NIGHT-TYPE (WS-TGT-COUNT)
                       MOVE TCT-TARGET-SECS
                           TO WS-TGT-SECS (WS-TGT-COUNT)
                   ELSE
                       DISPLAY "WARNING - TARGET ENTRY IGNORED: "
                           TIMING-CONTROL-RECORD (1:16)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       100-SCAN-OPS-LOG.
           OPEN INPUT OPS-LOG-FILE.
           IF WS-OPS-LOG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OPS-LOG-FILE - STATUS: "
                   WS-OPS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OPS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OPS-RUN-DATE = WS-RUN-DATE
                           PERFORM 150-POST-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPS-LOG-FILE.

       150-POST-ONE-ENTRY.
           MOVE 0 TO WS-STP-IDX.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
                      OR WS-STP-IDX > 0
               IF OPS-PROGRAM = WS-STP-PROGRAM (WS-STP-SUB)
                OR (WS-STP-ALT-PROGRAM (WS-STP-SUB) NOT = SPACES
                   AND OPS-PROGRAM = WS-STP-ALT-PROGRAM (WS-STP-SUB))
                   MOVE WS-STP-SUB TO WS-STP-IDX
               ELSE
                   ADD 1 TO WS-STP-SUB
               END-IF
           END-PERFORM.
           IF WS-STP-IDX = 0
               DISPLAY "WARNING - UNEXPECTED PROGRAM ON OPSLOG: "
                   OPS-PROGRAM
           ELSE
               MOVE 'Y' TO WS-STP-FOUND (WS-STP-IDX)
               MOVE OPS-PROGRAM TO WS-STP-ACTUAL (WS-STP-IDX)
               MOVE OPS-START-TS TO WS-STP-START-TS (WS-STP-IDX)
               MOVE OPS-END-TS TO WS-STP-END-TS (WS-STP-IDX)
               MOVE OPS-RETURN-CODE TO WS-STP-RC (WS-STP-IDX)
           END-IF.

       200-TIME-THE-NIGHT.
      *    The sweep that ran decides the kind of night.
           EVALUATE TRUE
               WHEN WS-STP-ACTUAL (2) = 'FLAGCONS'
                   MOVE 'P' TO WS-NIGHT-TYPE
                   MOVE "PARALLEL NIGHT (FLAGCONS)"
                       TO WS-NIGHT-DESCRIPTION
               WHEN WS-STP-ACTUAL (2) = 'FLAGPROC'
                   MOVE 'S' TO WS-NIGHT-TYPE
                   MOVE "SINGLE-THREADED NIGHT (FLAGPROC)"
                       TO WS-NIGHT-DESCRIPTION
               WHEN OTHER
                   MOVE 'U' TO WS-NIGHT-TYPE
                   MOVE "NIGHT TYPE UNKNOWN - NO SWEEP LOGGED"
                       TO WS-NIGHT-DESCRIPTION
           END-EVALUATE.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               IF WS-STP-FOUND (WS-STP-SUB) = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "NOT LOGGED" TO WS-STP-STATUS (WS-STP-SUB)
               ELSE
                   PERFORM 210-TIME-ONE-STEP
               END-IF
               ADD 1 TO WS-STP-SUB
           END-PERFORM.

       210-TIME-ONE-STEP.
           MOVE WS-STP-START-TS (WS-STP-SUB) TO WS-TS-WORK.
           PERFORM 700-TS-TO-SECONDS.
           IF WS-TS-VALID = 'Y'
               MOVE WS-TS-SECONDS TO WS-STP-START-SECS (WS-STP-SUB)
               MOVE WS-STP-END-TS (WS-STP-SUB) TO WS-TS-WORK
               PERFORM 700-TS-TO-SECONDS
           END-IF.
           IF WS-TS-VALID = 'Y'
              AND WS-TS-SECONDS >= WS-STP-START-SECS (WS-STP-SUB)
               MOVE WS-TS-SECONDS TO WS-STP-END-SECS (WS-STP-SUB)
               COMPUTE WS-STP-ELAPSED (WS-STP-SUB) =
                   WS-STP-END-SECS (WS-STP-SUB)
                 - WS-STP-START-SECS (WS-STP-SUB)
               MOVE 'Y' TO WS-STP-TIMED (WS-STP-SUB)
               MOVE "OK" TO WS-STP-STATUS (WS-STP-SUB)
               IF WS-CHAIN-TIMED = 'N'
                  OR WS-STP-START-SECS (WS-STP-SUB)
                     < WS-CHAIN-START-SECS
                   MOVE WS-STP-START-SECS (WS-STP-SUB)
                       TO WS-CHAIN-START-SECS
               END-IF
               IF WS-STP-END-SECS (WS-STP-SUB) > WS-CHAIN-END-SECS
                   MOVE WS-STP-END-SECS (WS-STP-SUB)
                       TO WS-CHAIN-END-SECS
               END-IF
               MOVE 'Y' TO WS-CHAIN-TIMED
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               MOVE "BAD TIMES" TO WS-STP-STATUS (WS-STP-SUB)
               DISPLAY "WARNING - UNUSABLE TIMESTAMPS ON OPSLOG FOR "
                   WS-STP-ACTUAL (WS-STP-SUB)
           END-IF.

       300-POST-TIMING-HISTORY.
      *    A rerun of the night replaces its entries.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               IF WS-STP-TIMED (WS-STP-SUB) = 'Y'
                   MOVE SPACES TO TIMING-HISTORY-RECORD
                   MOVE WS-STP-ACTUAL (WS-STP-SUB) TO TIM-PROGRAM
                   MOVE WS-RUN-DATE TO TIM-RUN-DATE
                   MOVE WS-NIGHT-TYPE TO TIM-NIGHT-TYPE
                   MOVE WS-STP-SUB TO TIM-STEP-NO
                   MOVE WS-STP-START-TS (WS-STP-SUB) (1:14)
                       TO TIM-START-TS
                   MOVE WS-STP-END-TS (WS-STP-SUB) (1:14)
                       TO TIM-END-TS
                   MOVE WS-STP-ELAPSED (WS-STP-SUB)
                       TO TIM-ELAPSED-SECS
                   MOVE WS-STP-RC (WS-STP-SUB) TO TIM-RETURN-CODE
                   WRITE TIMING-HISTORY-RECORD
                       INVALID KEY
                           REWRITE TIMING-HISTORY-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING - UNABLE TO POST "
                                       "TIMING HISTORY: " TIM-KEY
                                       " - STATUS: "
                                       WS-TIMING-HISTORY-STATUS
                           END-REWRITE
                   END-WRITE
               END-IF
               ADD 1 TO WS-STP-SUB
           END-PERFORM.

       400-ANALYSE-ONE-STEP.
           PERFORM 410-READ-STEP-HISTORY.
           PERFORM 430-FIND-TARGET.
           MOVE WS-HST-COUNT TO WS-STP-PRIOR-NIGHTS (WS-STP-SUB).
           IF WS-HST-COUNT > 0
               COMPUTE WS-STP-AVERAGE (WS-STP-SUB) ROUNDED =
                   WS-PRIOR-SUM / WS-HST-COUNT
           END-IF.
           IF WS-HST-COUNT >= WS-MIN-TREND-NIGHTS
               PERFORM 420-FIT-TREND
           ELSE
               MOVE WS-STP-ELAPSED (WS-STP-SUB)
                   TO WS-STP-PROJECTED (WS-STP-SUB)
           END-IF.
      *    Over target tonight outranks trending toward it.
           IF WS-STP-TARGET (WS-STP-SUB) = 0
               MOVE "NO TARGET" TO WS-STP-STATUS (WS-STP-SUB)
           ELSE
               IF WS-STP-ELAPSED (WS-STP-SUB)
                  > WS-STP-TARGET (WS-STP-SUB)
                   MOVE "OVER TARGET" TO WS-STP-STATUS (WS-STP-SUB)
                   ADD 1 TO WS-OVER-TARGET-COUNT
               ELSE
                   IF WS-STP-TREND-KNOWN (WS-STP-SUB) = 'Y'
                      AND WS-STP-SLOPE (WS-STP-SUB) > 0
                      AND WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
                          NOT > WS-HORIZON-NIGHTS
                       MOVE "TRENDING" TO WS-STP-STATUS (WS-STP-SUB)
                       ADD 1 TO WS-TRENDING-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-STP-TREND-KNOWN (WS-STP-SUB) = 'N'
              AND WS-STP-STATUS (WS-STP-SUB) = "OK"
               MOVE "BUILDING" TO WS-STP-STATUS (WS-STP-SUB)
           END-IF.

       410-READ-STEP-HISTORY.
      *    Walks the step's history, oldest first, up to tonight,
      *    keeping the latest nights of tonight's kind.
           MOVE 0 TO WS-HST-COUNT.
           MOVE 0 TO WS-PRIOR-SUM.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-STP-ACTUAL (WS-STP-SUB) TO TIM-PROGRAM.
           MOVE LOW-VALUES TO TIM-RUN-DATE.
           START TIMING-HISTORY-FILE KEY IS NOT LESS THAN TIM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TIMING-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TIM-PROGRAM NOT = WS-STP-ACTUAL (WS-STP-SUB)
                          OR TIM-RUN-DATE NOT < WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           IF TIM-NIGHT-TYPE = WS-NIGHT-TYPE
                              AND TIM-ELAPSED-SECS IS NUMERIC
                               PERFORM 415-KEEP-ONE-NIGHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 1 TO WS-HST-SUB.
           PERFORM UNTIL WS-HST-SUB > WS-HST-COUNT
               ADD WS-HST-SECS (WS-HST-SUB) TO WS-PRIOR-SUM
               ADD 1 TO WS-HST-SUB
           END-PERFORM.

       415-KEEP-ONE-NIGHT.
           IF WS-HST-COUNT < WS-TRAILING-NIGHTS
               ADD 1 TO WS-HST-COUNT
           ELSE
               MOVE 1 TO WS-HST-SUB
               PERFORM UNTIL WS-HST-SUB >= WS-HST-COUNT
                   MOVE WS-HST-SECS (WS-HST-SUB + 1)
                       TO WS-HST-SECS (WS-HST-SUB)
                   ADD 1 TO WS-HST-SUB
               END-PERFORM
           END-IF.
           MOVE TIM-ELAPSED-SECS TO WS-HST-SECS (WS-HST-COUNT).

       420-FIT-TREND.
      *    Straight-line fit over the kept nights plus tonight. The
      *    projection is the line a horizon ahead, never less than
      *    tonight; nights-to-target is where the line meets the
      *    target at the current slope.
           MOVE WS-HST-COUNT TO WS-FIT-POINTS.
           ADD 1 TO WS-FIT-POINTS.
           MOVE WS-STP-ELAPSED (WS-STP-SUB)
               TO WS-HST-SECS (WS-FIT-POINTS).
           MOVE 0 TO WS-SUM-X.
           MOVE 0 TO WS-SUM-XX.
           MOVE 0 TO WS-SUM-Y.
           MOVE 0 TO WS-SUM-XY.
           MOVE 1 TO WS-HST-SUB.
           PERFORM UNTIL WS-HST-SUB > WS-FIT-POINTS
               ADD WS-HST-SUB TO WS-SUM-X
               COMPUTE WS-SUM-XX = WS-SUM-XX + WS-HST-SUB * WS-HST-SUB
               ADD WS-HST-SECS (WS-HST-SUB) TO WS-SUM-Y
               COMPUTE WS-SUM-XY = WS-SUM-XY
                   + WS-HST-SUB * WS-HST-SECS (WS-HST-SUB)
               ADD 1 TO WS-HST-SUB
           END-PERFORM.
           COMPUTE WS-FIT-DENOMINATOR =
               WS-FIT-POINTS * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
           IF WS-FIT-DENOMINATOR = 0
               MOVE WS-STP-ELAPSED (WS-STP-SUB)
                   TO WS-STP-PROJECTED (WS-STP-SUB)
           ELSE
               MOVE 'Y' TO WS-STP-TREND-KNOWN (WS-STP-SUB)
               COMPUTE WS-FIT-SLOPE ROUNDED =
                   (WS-FIT-POINTS * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                   / WS-FIT-DENOMINATOR
               COMPUTE WS-FIT-INTERCEPT ROUNDED =
                   (WS-SUM-Y - WS-FIT-SLOPE * WS-SUM-X)
                   / WS-FIT-POINTS
               MOVE WS-FIT-SLOPE TO WS-STP-SLOPE (WS-STP-SUB)
               COMPUTE WS-FIT-VALUE ROUNDED =
                   WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-FIT-POINTS
               IF WS-FIT-VALUE < 0
                   MOVE 0 TO WS-FIT-VALUE
               END-IF
               MOVE WS-FIT-VALUE TO WS-STP-FITTED-NOW (WS-STP-SUB)
               COMPUTE WS-FIT-WORK ROUNDED =
                   WS-FIT-INTERCEPT + WS-FIT-SLOPE
                   * (WS-FIT-POINTS + WS-HORIZON-NIGHTS)
               IF WS-FIT-WORK < WS-STP-ELAPSED (WS-STP-SUB)
                   MOVE WS-STP-ELAPSED (WS-STP-SUB)
                       TO WS-STP-PROJECTED (WS-STP-SUB)
               ELSE
                   MOVE WS-FIT-WORK TO WS-STP-PROJECTED (WS-STP-SUB)
               END-IF
               MOVE 99999 TO WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
               IF WS-STP-TARGET (WS-STP-SUB) > 0
                  AND WS-FIT-SLOPE > 0
                   IF WS-FIT-VALUE NOT < WS-STP-TARGET (WS-STP-SUB)
                       MOVE 0 TO WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
                   ELSE
                       COMPUTE WS-FIT-WORK ROUNDED =
                           (WS-STP-TARGET (WS-STP-SUB) - WS-FIT-VALUE)
                           / WS-FIT-SLOPE
                       IF WS-FIT-WORK < 99999
                           MOVE WS-FIT-WORK
                               TO WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       430-FIND-TARGET.
      *    A target for tonight's kind of night beats one for both.
           MOVE 0 TO WS-STP-TARGET (WS-STP-SUB).
           MOVE 1 TO WS-TGT-SUB.
           PERFORM UNTIL WS-TGT-SUB > WS-TGT-COUNT
               IF WS-TGT-PROGRAM (WS-TGT-SUB)
                  = WS-STP-ACTUAL (WS-STP-SUB)
                   IF WS-TGT-NIGHT-TYPE (WS-TGT-SUB) = WS-NIGHT-TYPE
                       MOVE WS-TGT-SECS (WS-TGT-SUB)
                           TO WS-STP-TARGET (WS-STP-SUB)
                   ELSE
                       IF WS-TGT-NIGHT-TYPE (WS-TGT-SUB) = SPACE
                          AND WS-STP-TARGET (WS-STP-SUB) = 0
                           MOVE WS-TGT-SECS (WS-TGT-SUB)
                               TO WS-STP-TARGET (WS-STP-SUB)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TGT-SUB
           END-PERFORM.

       500-PROJECT-CHAIN.
      *    The window closes at the close time on the morning after
      *    the chain started. The projected finish is tonight's
      *    finish pushed out by each step's projected growth - a step
      *    expected to get quicker is not allowed to buy time back.
           IF WS-CHAIN-TIMED = 'Y'
               COMPUTE WS-CLOCK-DAYS = WS-CHAIN-START-SECS / 86400
               COMPUTE WS-CLOCK-REMAINDER =
                   WS-CHAIN-START-SECS - WS-CLOCK-DAYS * 86400
               IF WS-CLOCK-REMAINDER NOT < WS-CLOSE-OF-DAY-SECS
                   ADD 1 TO WS-CLOCK-DAYS
               END-IF
               COMPUTE WS-WINDOW-CLOSE-SECS =
                   WS-CLOCK-DAYS * 86400 + WS-CLOSE-OF-DAY-SECS
               MOVE WS-CHAIN-END-SECS TO WS-CHAIN-PROJECTED-SECS
               MOVE 1 TO WS-STP-SUB
               PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
                   IF WS-STP-TIMED (WS-STP-SUB) = 'Y'
                      AND WS-STP-PROJECTED (WS-STP-SUB)
                          > WS-STP-ELAPSED (WS-STP-SUB)
                       COMPUTE WS-CHAIN-PROJECTED-SECS =
                           WS-CHAIN-PROJECTED-SECS
                         + WS-STP-PROJECTED (WS-STP-SUB)
                         - WS-STP-ELAPSED (WS-STP-SUB)
                   END-IF
                   ADD 1 TO WS-STP-SUB
               END-PERFORM
               IF WS-CHAIN-PROJECTED-SECS > WS-WINDOW-CLOSE-SECS
                   MOVE 'Y' TO WS-WINDOW-BREACH
               END-IF
           END-IF.

       600-WRITE-TIMING-REPORT.
           OPEN OUTPUT TIMING-REPORT-FILE.
           IF WS-TIMING-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN TIMING-REPORT-FILE - "
                   "STATUS: " WS-TIMING-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "BATCH WINDOW TIMING FOR " WS-RUN-DATE " - "
               WS-NIGHT-DESCRIPTION
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "WINDOW CLOSE " WS-CLOSE-HH ":" WS-CLOSE-MM ":"
               WS-CLOSE-SS "   TRAILING NIGHTS " WS-TRAILING-NIGHTS
               "   WARNING HORIZON " WS-HORIZON-NIGHTS " NIGHTS"
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "STEP     START          END             ELAPSED  "
               "TRAIL-AVG  VAR-PCT NIGHTS   TARGET  PROJECTED  "
               "STATUS"
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               PERFORM 610-WRITE-ONE-STEP
               ADD 1 TO WS-STP-SUB
           END-PERFORM.
           PERFORM 620-WRITE-TRENDING-STEPS.
           PERFORM 630-WRITE-CHAIN-PROJECTION.
           CLOSE TIMING-REPORT-FILE.

       610-WRITE-ONE-STEP.
           MOVE SPACES TO TIMING-REPORT-LINE.
           IF WS-STP-TIMED (WS-STP-SUB) = 'N'
               STRING "*** " WS-STP-PROGRAM (WS-STP-SUB) " "
                   WS-STP-ALT-PROGRAM (WS-STP-SUB) " - "
                   WS-STP-STATUS (WS-STP-SUB)
                   " - NOT TIMED, CHAIN PROJECTION IS SHORT"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-STP-ELAPSED (WS-STP-SUB) TO WS-DUR-SECS
               PERFORM 720-FORMAT-DURATION
               MOVE WS-DUR-DISPLAY TO WS-DUR-1
               MOVE WS-STP-AVERAGE (WS-STP-SUB) TO WS-DUR-SECS
               PERFORM 720-FORMAT-DURATION
               MOVE WS-DUR-DISPLAY TO WS-DUR-2
               MOVE WS-STP-TARGET (WS-STP-SUB) TO WS-DUR-SECS
               PERFORM 720-FORMAT-DURATION
               MOVE WS-DUR-DISPLAY TO WS-DUR-3
               MOVE WS-STP-PROJECTED (WS-STP-SUB) TO WS-DUR-SECS
               PERFORM 720-FORMAT-DURATION
               MOVE WS-DUR-DISPLAY TO WS-DUR-4
               IF WS-STP-TARGET (WS-STP-SUB) = 0
                   MOVE "    -   " TO WS-DUR-3
               END-IF
               MOVE 0 TO WS-PCT-WORK
               IF WS-STP-AVERAGE (WS-STP-SUB) > 0
                   COMPUTE WS-FIT-WORK ROUNDED =
                       (WS-STP-ELAPSED (WS-STP-SUB)
                      - WS-STP-AVERAGE (WS-STP-SUB)) * 100
                       / WS-STP-AVERAGE (WS-STP-SUB)
                   IF WS-FIT-WORK > 9999
                       MOVE 9999 TO WS-PCT-WORK
                   ELSE
                       MOVE WS-FIT-WORK TO WS-PCT-WORK
                   END-IF
               END-IF
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-STP-PRIOR-NIGHTS (WS-STP-SUB) TO WS-COUNT-EDIT
               STRING WS-STP-ACTUAL (WS-STP-SUB) " "
                   WS-STP-START-TS (WS-STP-SUB) (1:14) " "
                   WS-STP-END-TS (WS-STP-SUB) (1:14) "  "
                   WS-DUR-1 "  " WS-DUR-2 "    " WS-PCT-EDIT
                   "    " WS-COUNT-EDIT " " WS-DUR-3 "   "
                   WS-DUR-4 "   " WS-STP-STATUS (WS-STP-SUB)
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
           END-IF.
           WRITE TIMING-REPORT-LINE.

       620-WRITE-TRENDING-STEPS.
      *    Every step growing toward a target it has not yet passed,
      *    soonest first in chain order; '***' marks the ones that
      *    reach it inside the warning horizon.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "STEPS TRENDING TOWARD TARGET"
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.
           MOVE 0 TO WS-STP-IDX.
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               IF WS-STP-TREND-KNOWN (WS-STP-SUB) = 'Y'
                  AND WS-STP-SLOPE (WS-STP-SUB) > 0
                  AND WS-STP-TARGET (WS-STP-SUB) > 0
                  AND WS-STP-ELAPSED (WS-STP-SUB)
                      NOT > WS-STP-TARGET (WS-STP-SUB)
                  AND WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB) < 99999
                   ADD 1 TO WS-STP-IDX
                   PERFORM 625-WRITE-ONE-TREND
               END-IF
               ADD 1 TO WS-STP-SUB
           END-PERFORM.
           IF WS-STP-IDX = 0
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    NONE" DELIMITED BY SIZE
                   INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
           END-IF.

       625-WRITE-ONE-TREND.
           MOVE WS-STP-SLOPE (WS-STP-SUB) TO WS-SLOPE-EDIT.
           MOVE WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB) TO WS-NIGHTS-EDIT.
           MOVE WS-STP-FITTED-NOW (WS-STP-SUB) TO WS-DUR-SECS.
           PERFORM 720-FORMAT-DURATION.
           MOVE WS-DUR-DISPLAY TO WS-DUR-1.
           MOVE WS-STP-TARGET (WS-STP-SUB) TO WS-DUR-SECS.
           PERFORM 720-FORMAT-DURATION.
           MOVE WS-DUR-DISPLAY TO WS-DUR-2.
           IF WS-STP-NIGHTS-TO-TARGET (WS-STP-SUB)
              NOT > WS-HORIZON-NIGHTS
               MOVE "*** " TO WS-TREND-MARK
           ELSE
               MOVE SPACES TO WS-TREND-MARK
           END-IF.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING WS-TREND-MARK WS-STP-ACTUAL (WS-STP-SUB)
               " GROWING " WS-SLOPE-EDIT " SEC/NIGHT   TREND NOW "
               WS-DUR-1 "   TARGET " WS-DUR-2
               "   REACHES TARGET IN " WS-NIGHTS-EDIT " NIGHT(S)"
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.

       630-WRITE-CHAIN-PROJECTION.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "CHAIN PROJECTION" DELIMITED BY SIZE
               INTO TIMING-REPORT-LINE
           END-STRING.
           WRITE TIMING-REPORT-LINE.
           IF WS-CHAIN-TIMED = 'N'
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "*** NO STEP TIMED FOR " WS-RUN-DATE
                   " - NOTHING TO PROJECT"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
           ELSE
               MOVE WS-CHAIN-START-SECS TO WS-CLOCK-SECS
               PERFORM 710-FORMAT-CLOCK
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    CHAIN STARTED        " WS-CLOCK-DISPLAY
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               MOVE WS-CHAIN-END-SECS TO WS-CLOCK-SECS
               PERFORM 710-FORMAT-CLOCK
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    CHAIN FINISHED       " WS-CLOCK-DISPLAY
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               MOVE WS-WINDOW-CLOSE-SECS TO WS-CLOCK-SECS
               PERFORM 710-FORMAT-CLOCK
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    WINDOW CLOSES        " WS-CLOCK-DISPLAY
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               MOVE WS-CHAIN-END-SECS TO WS-CLOCK-SECS
               PERFORM 730-FORMAT-MARGIN
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    MARGIN TONIGHT       " WS-MARGIN-SIGN
                   WS-DUR-DISPLAY
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               MOVE WS-CHAIN-PROJECTED-SECS TO WS-CLOCK-SECS
               PERFORM 710-FORMAT-CLOCK
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    PROJECTED FINISH     " WS-CLOCK-DISPLAY
                   "   (" WS-HORIZON-NIGHTS " NIGHTS AHEAD)"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               MOVE WS-CHAIN-PROJECTED-SECS TO WS-CLOCK-SECS
               PERFORM 730-FORMAT-MARGIN
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "    PROJECTED MARGIN     " WS-MARGIN-SIGN
                   WS-DUR-DISPLAY
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
               IF WS-WINDOW-BREACH = 'Y'
                   MOVE SPACES TO TIMING-REPORT-LINE
                   STRING "*** PROJECTED FINISH PASSES THE WINDOW "
                       "CLOSE - ACT BEFORE THE CHAIN MISSES IT ***"
                       DELIMITED BY SIZE INTO TIMING-REPORT-LINE
                   END-STRING
                   WRITE TIMING-REPORT-LINE
               END-IF
           END-IF.
           IF WS-MISSING-COUNT > 0
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "*** " WS-MISSING-COUNT
                   " STEP(S) NOT TIMED - PROJECTION EXCLUDES THEM ***"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               END-STRING
               WRITE TIMING-REPORT-LINE
           END-IF.

       700-TS-TO-SECONDS.
           MOVE 0 TO WS-TS-SECONDS.
           MOVE 'N' TO WS-TS-VALID.
           IF WS-TS-WORK (1:14) IS NUMERIC
              AND WS-TS-DATE >= 16010101
              AND WS-TS-HH < 24 AND WS-TS-MM < 60 AND WS-TS-SS < 60
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               MOVE 'Y' TO WS-TS-VALID
           END-IF.

       710-FORMAT-CLOCK.
      *    WS-CLOCK-SECS back to YYYYMMDD HH:MM:SS.
           COMPUTE WS-CLOCK-DAYS = WS-CLOCK-SECS / 86400.
           COMPUTE WS-CLOCK-REMAINDER =
               WS-CLOCK-SECS - WS-CLOCK-DAYS * 86400.
           COMPUTE WS-CLOCK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CLOCK-DAYS).
           MOVE WS-CLOCK-REMAINDER TO WS-DUR-SECS.
           PERFORM 720-FORMAT-DURATION.
           MOVE SPACES TO WS-CLOCK-DISPLAY.
           STRING WS-CLOCK-DATE " " WS-DUR-DISPLAY
               DELIMITED BY SIZE INTO WS-CLOCK-DISPLAY
           END-STRING.

       720-FORMAT-DURATION.
      *    WS-DUR-SECS as HH:MM:SS.
           COMPUTE WS-DUR-HH = WS-DUR-SECS / 3600.
           COMPUTE WS-DUR-MM = (WS-DUR-SECS - WS-DUR-HH * 3600) / 60.
           COMPUTE WS-DUR-SS =
               WS-DUR-SECS - WS-DUR-HH * 3600 - WS-DUR-MM * 60.
           MOVE SPACES TO WS-DUR-DISPLAY.
           STRING WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               DELIMITED BY SIZE INTO WS-DUR-DISPLAY
           END-STRING.

       730-FORMAT-MARGIN.
      *    Time from WS-CLOCK-SECS to the window close - '-' when the
      *    finish is past it.
           IF WS-CLOCK-SECS > WS-WINDOW-CLOSE-SECS
               MOVE '-' TO WS-MARGIN-SIGN
               COMPUTE WS-DUR-SECS =
                   WS-CLOCK-SECS - WS-WINDOW-CLOSE-SECS
           ELSE
               MOVE '+' TO WS-MARGIN-SIGN
               COMPUTE WS-DUR-SECS =
                   WS-WINDOW-CLOSE-SECS - WS-CLOCK-SECS
           END-IF.
           PERFORM 720-FORMAT-DURATION.
