       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGCHRN.
      *
      * FLAGCHRN - weekly repeat-offender report over the per-record
      * flag history the nightly sweep writes. The status master
      * only keeps a record's latest decision, so a key that flags
      * night after night looks exactly like a one-off spike there.
      * This job walks the history key by key across the last M
      * business dates on the calendar and lists every key that
      * flagged on N or more of them, with the date it first flagged,
      * its longest run of consecutive flagged business dates inside
      * the window and its source system, so the desk can treat the
      * chronic records differently. RC=4 when any key is listed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAG-HISTORY-FILE ASSIGN TO FLAGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FLAG-HISTORY-STATUS.
           SELECT CHRONIC-CONTROL-FILE ASSIGN TO CHRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHRONIC-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CHRONIC-REPORT-FILE ASSIGN TO CHRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHRONIC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAG-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FLAG-HISTORY-RECORD.
           05  FH-KEY.
               10  FH-RECORD-KEY          PIC X(10).
               10  FH-BUSINESS-DATE       PIC X(8).
           05  FH-FLAG                    PIC X.
           05  FH-NUMBER                  PIC 9(5).
           05  FH-SOURCE-SYS              PIC X(4).
           05  FH-WRITTEN-TS              PIC X(21).
           05  FH-REASON-CODE             PIC X(4).
           05  FILLER                     PIC X(7).

      *    Minimum flagged days in columns 1-3, window length in
      *    business dates in columns 4-6; blanks fall back to the
      *    defaults in working storage.
       FD  CHRONIC-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHRONIC-CONTROL-RECORD.
           05  CHR-MIN-DAYS               PIC 9(3).
           05  CHR-WINDOW-DAYS            PIC 9(3).
           05  FILLER                     PIC X(74).

      *    Shared processing calendar - the 'C' record's previous
      *    business date ends the window (this job runs in the day,
      *    after the nightly roll-forward) and the 'B' day records
      *    say which dates the window counts back over.
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).
       01  CALENDAR-DAY-RECORD.
           05  FILLER                     PIC X.
           05  CAL-DAY-DATE               PIC X(8).
           05  CAL-DAY-TYPE               PIC X.
           05  FILLER                     PIC X(70).

       FD  CHRONIC-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHRONIC-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAG-HISTORY-STATUS         PIC XX VALUE '00'.
       01  WS-CHRONIC-CONTROL-STATUS      PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-CHRONIC-REPORT-STATUS       PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-MIN-DAYS                    PIC 9(3) VALUE 5.
       01  WS-WINDOW-DAYS                 PIC 9(3) VALUE 20.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.

      *    Business dates up to and including the run date, in date
      *    order as the calendar carries them; the window is the last
      *    WS-WINDOW-DAYS entries.
       01  WS-BUS-DATE-TABLE.
           05  WS-BUS-DATE OCCURS 800 TIMES PIC X(8).
       01  WS-BUS-DATE-COUNT              PIC 9(3) VALUE 0.
       01  WS-BUS-DATE-MAX                PIC 9(3) VALUE 800.
       01  WS-BUS-SUB                     PIC 9(3) VALUE 0.
       01  WS-WINDOW-FIRST-SUB            PIC 9(3) VALUE 0.
       01  WS-WINDOW-FROM-DATE            PIC X(8) VALUE SPACES.
       01  WS-WINDOW-TO-DATE              PIC X(8) VALUE SPACES.
       01  WS-DATE-IDX                    PIC 9(3) VALUE 0.

      *    State for the key currently being walked.
       01  WS-CUR-KEY                     PIC X(10) VALUE SPACES.
       01  WS-CUR-SOURCE-SYS              PIC X(4) VALUE SPACES.
       01  WS-CUR-FIRST-FLAGGED           PIC X(8) VALUE SPACES.
       01  WS-CUR-LAST-FLAGGED            PIC X(8) VALUE SPACES.
       01  WS-CUR-DAYS-FLAGGED            PIC 9(3) VALUE 0.
       01  WS-CUR-RUN                     PIC 9(3) VALUE 0.
       01  WS-CUR-LONGEST-RUN             PIC 9(3) VALUE 0.
       01  WS-CUR-LAST-IDX                PIC 9(3) VALUE 0.

       01  WS-KEYS-READ                   PIC 9(7) VALUE 0.
       01  WS-KEYS-FLAGGED                PIC 9(7) VALUE 0.
       01  WS-KEYS-LISTED                 PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 040-READ-CALENDAR.
           PERFORM 050-READ-CHRONIC-CARD.
           PERFORM 060-SET-WINDOW.
           PERFORM 800-OPEN-CHRONIC-REPORT.
           PERFORM 100-WALK-FLAG-HISTORY.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE CHRONIC-REPORT-FILE.
           DISPLAY "FLAGCHRN - REPEAT OFFENDERS LISTED: "
               WS-KEYS-LISTED.
           IF WS-KEYS-LISTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       040-READ-CALENDAR.
      *    Runs in the day, after FLAGCAL has rolled the calendar
      *    forward - the last night swept is the 'C' record's
      *    PREVIOUS business date, so the window ends there. The 'D'
      *    records follow the 'C' record and every 'B' day up to
      *    that date is tabled for the window count-back.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CALENDAR-FILE - STATUS: "
                   WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE CAL-REC-TYPE
                           WHEN 'C'
                               IF CAL-PREVIOUS-DATE IS NUMERIC
                                   MOVE 'Y' TO WS-CALENDAR-FOUND
                                   MOVE CAL-PREVIOUS-DATE
                                       TO WS-RUN-DATE
                               END-IF
                           WHEN 'D'
                               PERFORM 045-TABLE-BUSINESS-DATE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF WS-CALENDAR-FOUND = 'N'
               DISPLAY "WARNING - NO CURRENT-DATE RECORD ON CALFILE "
                   "- STATUS: " WS-CALENDAR-STATUS
               DISPLAY "WARNING - RUN DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
           END-IF.

       045-TABLE-BUSINESS-DATE.
      *    The 'C' record comes first, so the run date is known by the
      *    time the day records arrive. The days arrive oldest first;
      *    once the table is full the oldest date is shifted out, so
      *    the table always ends at the run date.
           IF CAL-DAY-TYPE = 'B'
              AND CAL-DAY-DATE NOT > WS-RUN-DATE
               IF WS-BUS-DATE-COUNT < WS-BUS-DATE-MAX
                   ADD 1 TO WS-BUS-DATE-COUNT
               ELSE
                   MOVE 2 TO WS-BUS-SUB
                   PERFORM UNTIL WS-BUS-SUB > WS-BUS-DATE-MAX
                       MOVE WS-BUS-DATE (WS-BUS-SUB)
                           TO WS-BUS-DATE (WS-BUS-SUB - 1)
                       ADD 1 TO WS-BUS-SUB
                   END-PERFORM
               END-IF
               MOVE CAL-DAY-DATE TO WS-BUS-DATE (WS-BUS-DATE-COUNT)
           END-IF.

       050-READ-CHRONIC-CARD.
           OPEN INPUT CHRONIC-CONTROL-FILE.
           IF WS-CHRONIC-CONTROL-STATUS = '00'
               READ CHRONIC-CONTROL-FILE
                   NOT AT END
                       IF CHR-MIN-DAYS IS NUMERIC
                          AND CHR-MIN-DAYS > 0
                           MOVE CHR-MIN-DAYS TO WS-MIN-DAYS
                       END-IF
                       IF CHR-WINDOW-DAYS IS NUMERIC
                          AND CHR-WINDOW-DAYS > 0
                           MOVE CHR-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE CHRONIC-CONTROL-FILE
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN CHRCARD - STATUS: "
                   WS-CHRONIC-CONTROL-STATUS
               DISPLAY "WARNING - USING DEFAULT MINIMUM " WS-MIN-DAYS
                   " OF " WS-WINDOW-DAYS " BUSINESS DATES"
           END-IF.
           IF WS-MIN-DAYS > WS-WINDOW-DAYS
               DISPLAY "WARNING - MINIMUM DAYS " WS-MIN-DAYS
                   " EXCEEDS WINDOW - CAPPED AT " WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-MIN-DAYS
           END-IF.

       060-SET-WINDOW.
      *    A calendar holding fewer business dates than the window
      *    asks for simply shortens the window to what it holds.
           IF WS-BUS-DATE-COUNT = 0
               DISPLAY "FLAGCHRN - NO BUSINESS DAYS ON CALFILE UP TO "
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE-COUNT > WS-WINDOW-DAYS
               COMPUTE WS-WINDOW-FIRST-SUB =
                   WS-BUS-DATE-COUNT - WS-WINDOW-DAYS + 1
           ELSE
               DISPLAY "WARNING - CALENDAR HOLDS ONLY "
                   WS-BUS-DATE-COUNT " BUSINESS DATES - WINDOW "
                   "SHORTENED"
               MOVE 1 TO WS-WINDOW-FIRST-SUB
               MOVE WS-BUS-DATE-COUNT TO WS-WINDOW-DAYS
               IF WS-MIN-DAYS > WS-WINDOW-DAYS
                   MOVE WS-WINDOW-DAYS TO WS-MIN-DAYS
               END-IF
           END-IF.
           MOVE WS-BUS-DATE (WS-WINDOW-FIRST-SUB)
               TO WS-WINDOW-FROM-DATE.
           MOVE WS-BUS-DATE (WS-BUS-DATE-COUNT) TO WS-WINDOW-TO-DATE.

       100-WALK-FLAG-HISTORY.
      *    The history is keyed record key then business date, so one
      *    pass in key order hands over each record's days in date
      *    order - a control break on the record key closes it out.
           OPEN INPUT FLAG-HISTORY-FILE.
           IF WS-FLAG-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN FLAG-HISTORY-FILE - STATUS: "
                   WS-FLAG-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO FH-KEY.
           START FLAG-HISTORY-FILE KEY IS GREATER THAN FH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ FLAG-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF FH-RECORD-KEY NOT = WS-CUR-KEY
                           IF WS-CUR-KEY NOT = SPACES
                               PERFORM 300-CLOSE-OUT-KEY
                           END-IF
                           PERFORM 150-START-NEW-KEY
                       END-IF
                       PERFORM 200-TALLY-ONE-DAY
               END-READ
           END-PERFORM.
           IF WS-CUR-KEY NOT = SPACES
               PERFORM 300-CLOSE-OUT-KEY
           END-IF.
           CLOSE FLAG-HISTORY-FILE.

       150-START-NEW-KEY.
           ADD 1 TO WS-KEYS-READ.
           MOVE FH-RECORD-KEY TO WS-CUR-KEY.
           MOVE FH-SOURCE-SYS TO WS-CUR-SOURCE-SYS.
           MOVE SPACES TO WS-CUR-FIRST-FLAGGED.
           MOVE SPACES TO WS-CUR-LAST-FLAGGED.
           MOVE 0 TO WS-CUR-DAYS-FLAGGED.
           MOVE 0 TO WS-CUR-RUN.
           MOVE 0 TO WS-CUR-LONGEST-RUN.
           MOVE 0 TO WS-CUR-LAST-IDX.

       200-TALLY-ONE-DAY.
      *    The first-flagged date is the earliest on the whole history,
      *    not just inside the window - that is the "since when" the
      *    desk asks. Days and runs count inside the window only; a
      *    run breaks on any business date the key did not flag,
      *    whether it processed clean that night or never arrived.
           IF FH-SOURCE-SYS NOT = SPACES
               MOVE FH-SOURCE-SYS TO WS-CUR-SOURCE-SYS
           END-IF.
           IF FH-FLAG = 'Y'
               IF WS-CUR-FIRST-FLAGGED = SPACES
                   MOVE FH-BUSINESS-DATE TO WS-CUR-FIRST-FLAGGED
               END-IF
               IF FH-BUSINESS-DATE NOT < WS-WINDOW-FROM-DATE
                  AND FH-BUSINESS-DATE NOT > WS-WINDOW-TO-DATE
                   PERFORM 250-LOCATE-WINDOW-DATE
                   IF WS-DATE-IDX > 0
                       ADD 1 TO WS-CUR-DAYS-FLAGGED
                       MOVE FH-BUSINESS-DATE TO WS-CUR-LAST-FLAGGED
                       IF WS-CUR-LAST-IDX > 0
                          AND WS-DATE-IDX = WS-CUR-LAST-IDX + 1
                           ADD 1 TO WS-CUR-RUN
                       ELSE
                           MOVE 1 TO WS-CUR-RUN
                       END-IF
                       MOVE WS-DATE-IDX TO WS-CUR-LAST-IDX
                       IF WS-CUR-RUN > WS-CUR-LONGEST-RUN
                           MOVE WS-CUR-RUN TO WS-CUR-LONGEST-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       250-LOCATE-WINDOW-DATE.
      *    A history date that is not a business day on the calendar
      *    (a weekend catch-up keyed by its own date) is not counted.
           MOVE 0 TO WS-DATE-IDX.
           MOVE WS-WINDOW-FIRST-SUB TO WS-BUS-SUB.
           PERFORM UNTIL WS-BUS-SUB > WS-BUS-DATE-COUNT
                      OR WS-DATE-IDX > 0
               IF WS-BUS-DATE (WS-BUS-SUB) = FH-BUSINESS-DATE
                   MOVE WS-BUS-SUB TO WS-DATE-IDX
               ELSE
                   ADD 1 TO WS-BUS-SUB
               END-IF
           END-PERFORM.

       300-CLOSE-OUT-KEY.
           IF WS-CUR-DAYS-FLAGGED > 0
               ADD 1 TO WS-KEYS-FLAGGED
           END-IF.
           IF WS-CUR-DAYS-FLAGGED >= WS-MIN-DAYS
               ADD 1 TO WS-KEYS-LISTED
               MOVE SPACES TO CHRONIC-REPORT-LINE
               STRING "KEY: " WS-CUR-KEY
                   " SOURCE: " WS-CUR-SOURCE-SYS
                   " DAYS FLAGGED: " WS-CUR-DAYS-FLAGGED
                   " OF " WS-WINDOW-DAYS
                   " FIRST FLAGGED: " WS-CUR-FIRST-FLAGGED
                   " LONGEST RUN: " WS-CUR-LONGEST-RUN
                   " LAST FLAGGED: " WS-CUR-LAST-FLAGGED
                   DELIMITED BY SIZE INTO CHRONIC-REPORT-LINE
               END-STRING
               WRITE CHRONIC-REPORT-LINE
           END-IF.

       800-OPEN-CHRONIC-REPORT.
           OPEN OUTPUT CHRONIC-REPORT-FILE.
           IF WS-CHRONIC-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CHRONIC-REPORT-FILE - STATUS: "
                   WS-CHRONIC-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CHRONIC-REPORT-LINE.
           STRING "REPEAT-OFFENDER REPORT - " WS-WINDOW-DAYS
               " BUSINESS DATES FROM " WS-WINDOW-FROM-DATE
               " TO " WS-WINDOW-TO-DATE
               DELIMITED BY SIZE INTO CHRONIC-REPORT-LINE
           END-STRING.
           WRITE CHRONIC-REPORT-LINE.
           MOVE SPACES TO CHRONIC-REPORT-LINE.
           STRING "KEYS FLAGGED ON " WS-MIN-DAYS
               " OR MORE BUSINESS DATES IN THE WINDOW"
               DELIMITED BY SIZE INTO CHRONIC-REPORT-LINE
           END-STRING.
           WRITE CHRONIC-REPORT-LINE.

       900-WRITE-REPORT-TOTALS.
           IF WS-KEYS-LISTED = 0
               MOVE SPACES TO CHRONIC-REPORT-LINE
               STRING "NO KEY REACHED THE MINIMUM IN THE WINDOW"
                   DELIMITED BY SIZE INTO CHRONIC-REPORT-LINE
               END-STRING
               WRITE CHRONIC-REPORT-LINE
           END-IF.
           MOVE SPACES TO CHRONIC-REPORT-LINE.
           STRING "KEYS ON HISTORY: " WS-KEYS-READ
               " FLAGGED IN WINDOW: " WS-KEYS-FLAGGED
               " REPEAT OFFENDERS: " WS-KEYS-LISTED
               DELIMITED BY SIZE INTO CHRONIC-REPORT-LINE
           END-STRING.
           WRITE CHRONIC-REPORT-LINE.
