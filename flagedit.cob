      * FLAGEDIT - front-end edit for the daily flagging sweep.
      * Reads the raw landing file, validates each record, loads the
      * clean ones into the indexed input file the daily sweep reads,
      * and writes failures to the reject file with a reason code -
      * KEYB blank key, DATE bad or off-date processing date, SRCE
      * unknown source, AMNT non-numeric amount, DUPK duplicate key.
      * Sets RC=8 when the failure rate passes the control-card limit
      * so the scheduler can hold the sweep.
      *
      * Each source's transmission is framed by a header record
      * (source, business date, file sequence number) and a trailer
      * record (detail count and a hash total of the detail keys).
      * Every source's details are balanced against its trailer, and
      * its file number against the last one accepted for that
      * source on the feed sequence file, so a truncated, missing,
      * resent or out-of-order file is caught here - RC=8, the sweep
      * held - instead of by the volume watch the morning after.
      * The key hash is the sum, over the detail records, of each
      * key character's ordinal in the collating sequence times its
      * position (1-10) in the key. The sequence file only advances
      * when the step ends below RC=8, so a held run reruns clean
      * once the feed is fixed. FLAGRSUB frames the repair desk's
      * resubmissions as source RSUB, which balances like any feed
      * but is not sequence- or date-checked and may carry details
      * of any source; every other feed's details must be from its
      * header's source. Results go on the per-source control-total
      * report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT FEED-SEQUENCE-FILE ASSIGN TO SEQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-SOURCE-SYS
               FILE STATUS IS WS-FEED-SEQUENCE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LND-RECORD-KEY             PIC X(10).
           05  LND-SOURCE-SYS             PIC X(4).
           05  LND-PROC-DATE              PIC X(8).
           05  LND-AMOUNT                 PIC X(13).
           05  LND-CURRENCY               PIC X(3).
           05  FILLER                     PIC X(42).
      *    Header and trailer records carry a reserved marker where a
      *    detail carries its record key.
       01  LANDING-HEADER-RECORD.
           05  LHD-MARKER                 PIC X(10).
           05  LHD-SOURCE-SYS             PIC X(4).
           05  LHD-BUSINESS-DATE          PIC X(8).
           05  LHD-FILE-SEQ               PIC X(6).
           05  LHD-FILE-SEQ-N REDEFINES LHD-FILE-SEQ
                                          PIC 9(6).
           05  FILLER                     PIC X(52).
       01  LANDING-TRAILER-RECORD.
           05  LTR-MARKER                 PIC X(10).
           05  LTR-SOURCE-SYS             PIC X(4).
           05  LTR-RECORD-COUNT           PIC X(7).
           05  LTR-RECORD-COUNT-N REDEFINES LTR-RECORD-COUNT
                                          PIC 9(7).
           05  LTR-KEY-HASH               PIC X(15).
           05  LTR-KEY-HASH-N REDEFINES LTR-KEY-HASH
                                          PIC 9(15).
           05  FILLER                     PIC X(44).

       FD  SOURCE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-CONTROL-RECORD.
           05  EDT-RUN-DATE               PIC X(8).
           05  EDT-MAX-FAIL-PCT           PIC 9(3).
      *        Resync - after a file has been agreed lost, operations
      *        name the source and the file number to accept next
      *        whatever the last accepted number was.
           05  EDT-RESYNC-SOURCE          PIC X(4).
           05  EDT-RESYNC-SEQ             PIC X(6).
           05  EDT-RESYNC-SEQ-N REDEFINES EDT-RESYNC-SEQ
                                          PIC 9(6).
           05  FILLER                     PIC X(59).

       FD  CLEAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  CLN-RECORD-KEY             PIC X(10).
           05  CLN-SOURCE-SYS             PIC X(4).
           05  CLN-PROC-DATE              PIC X(8).
           05  CLN-AMOUNT                 PIC 9(11)V99.
           05  CLN-CURRENCY               PIC X(3).
           05  FILLER                     PIC X(42).

       FD  REJECT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

      *    Last file sequence number accepted per source - the
      *    baseline the next header is checked against.
       FD  FEED-SEQUENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-SEQUENCE-RECORD.
           05  SEQ-SOURCE-SYS             PIC X(4).
           05  SEQ-LAST-FILE-SEQ          PIC 9(6).
           05  SEQ-LAST-BUSINESS-DATE     PIC X(8).
           05  SEQ-LAST-RECORD-COUNT      PIC 9(7).
           05  SEQ-UPDATED-TS             PIC X(21).
           05  FILLER                     PIC X(34).

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY OPSENTRY.
       01  WS-LANDING-STATUS              PIC XX VALUE '00'.
       01  WS-REJECT-STATUS               PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-FEED-SEQUENCE-STATUS        PIC XX VALUE '00'.
       01  WS-CONTROL-REPORT-STATUS       PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-RESYNC-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-RESYNC-SEQ                  PIC 9(6) VALUE 0.
       01  WS-MAX-FAIL-PCT                PIC 9(3) VALUE 10.
       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-RUN-START-TS                PIC X(21) VALUE SPACES.
               10  WS-EDIT-DD             PIC 9(2).
       01  WS-DAYS-IN-MONTH               PIC 9(2) VALUE 0.

      *    One entry per header/trailer segment on the landing file,
      *    in arrival order. A segment's result stays blank until a
      *    break is found or its trailer balances it.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT-ENTRY OCCURS 50 TIMES.
               10  WS-SEG-SOURCE-SYS      PIC X(4).
               10  WS-SEG-BUSINESS-DATE   PIC X(8).
               10  WS-SEG-FILE-SEQ        PIC X(6).
               10  WS-SEG-EXPECTED-SEQ    PIC X(6).
               10  WS-SEG-DETAIL-COUNT    PIC 9(7).
               10  WS-SEG-KEY-HASH        PIC 9(15).
               10  WS-SEG-TRL-COUNT       PIC X(7).
               10  WS-SEG-TRL-HASH        PIC X(15).
               10  WS-SEG-RESULT          PIC X(30).
       01  WS-SEGMENT-COUNT               PIC 9(2) VALUE 0.
       01  WS-SEGMENT-MAX                 PIC 9(2) VALUE 50.
       01  WS-SEG-SUB                     PIC 9(2) VALUE 0.
       01  WS-SEG-IDX                     PIC 9(2) VALUE 0.
       01  WS-SEGMENT-OPEN                PIC X VALUE 'N'.
       01  WS-SEGMENT-FULL-WARNED         PIC X VALUE 'N'.
       01  WS-HEADER-OK                   PIC X VALUE 'N'.

      *    Last accepted file number per source - loaded from the
      *    sequence file, advanced in storage as each header is
      *    accepted, written back only if the step is not held.
       01  WS-SEQUENCE-TABLE.
           05  WS-SEQUENCE-ENTRY OCCURS 50 TIMES.
               10  WS-SQT-SOURCE-SYS      PIC X(4).
               10  WS-SQT-LAST-SEQ        PIC 9(6).
               10  WS-SQT-BUSINESS-DATE   PIC X(8).
               10  WS-SQT-RECORD-COUNT    PIC 9(7).
               10  WS-SQT-CHANGED         PIC X.
       01  WS-SEQUENCE-COUNT              PIC 9(2) VALUE 0.
       01  WS-SEQUENCE-MAX                PIC 9(2) VALUE 50.
       01  WS-SQT-SUB                     PIC 9(2) VALUE 0.
       01  WS-SQT-IDX                     PIC 9(2) VALUE 0.
       01  WS-SEQ-EOF-SWITCH              PIC X VALUE 'N'.
       01  WS-NEXT-SEQ                    PIC 9(7) VALUE 0.
       01  WS-NEXT-SEQ-X                  PIC X(6) VALUE SPACES.

       01  WS-CONTROL-BREAK               PIC X VALUE 'N'.
       01  WS-BREAK-COUNT                 PIC 9(3) VALUE 0.
       01  WS-UNFRAMED-COUNT              PIC 9(5) VALUE 0.
       01  WS-KEY-HASH-WORK               PIC 9(15) VALUE 0.
       01  WS-HASH-SUB                    PIC 9(2) VALUE 0.
       01  WS-HASH-KEY                    PIC X(10) VALUE SPACES.
       01  WS-SEQ-COMMITTED-COUNT         PIC 9(3) VALUE 0.
       01  WS-CARD-RESULT                 PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM 050-READ-EDIT-CARD.
           PERFORM 060-LOAD-SOURCE-REFERENCE.
           PERFORM 070-LOAD-FEED-SEQUENCES.
           OPEN INPUT LANDING-FILE.
           IF WS-LANDING-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN LANDING-FILE - STATUS: "
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LHD-MARKER = '**HEADER**'
                               PERFORM 500-PROCESS-HEADER
                           WHEN LTR-MARKER = '**TRAILR**'
                               PERFORM 550-PROCESS-TRAILER
                           WHEN OTHER
                               PERFORM 100-EDIT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-SEGMENT-OPEN = 'Y'
               MOVE "TRAILER MISSING - FILE SHORT" TO WS-CARD-RESULT
               PERFORM 590-RECORD-SEGMENT-BREAK
               MOVE 'N' TO WS-SEGMENT-OPEN
           END-IF.
           IF WS-UNFRAMED-COUNT > 0
               MOVE 'Y' TO WS-CONTROL-BREAK
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           CLOSE LANDING-FILE, CLEAN-FILE, REJECT-FILE.
           PERFORM 900-SET-RETURN-CODE.
           IF WS-CONTROL-BREAK = 'Y'
               DISPLAY "FLAGEDIT - FEED CONTROL TOTALS OUT OF BALANCE"
                   " - HOLD THE DAILY SWEEP"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 700-COMMIT-FEED-SEQUENCES
           END-IF.
           PERFORM 800-WRITE-CONTROL-REPORT.
           PERFORM 890-WRITE-OPS-LOG.
           STOP RUN.

                       IF EDT-MAX-FAIL-PCT IS NUMERIC
                           MOVE EDT-MAX-FAIL-PCT TO WS-MAX-FAIL-PCT
                       END-IF
                       IF EDT-RESYNC-SOURCE NOT = SPACES
                          AND EDT-RESYNC-SEQ-N IS NUMERIC
                           MOVE EDT-RESYNC-SOURCE TO WS-RESYNC-SOURCE
                           MOVE EDT-RESYNC-SEQ-N TO WS-RESYNC-SEQ
                           DISPLAY "FLAGEDIT - RESYNC CARD - SOURCE "
                               WS-RESYNC-SOURCE " ACCEPTS FILE "
                               WS-RESYNC-SEQ
                       END-IF
               END-READ
               CLOSE EDIT-CONTROL-FILE
           ELSE
               STOP RUN
           END-IF.

       070-LOAD-FEED-SEQUENCES.
      *    A sequence file that does not exist yet just means every
      *    source's first file sets its baseline; any other open
      *    failure would leave the sequence checks blind, so it fails
      *    the step like the other required files.
           OPEN INPUT FEED-SEQUENCE-FILE.
           IF WS-FEED-SEQUENCE-STATUS = '35'
               DISPLAY "WARNING - NO FEED SEQUENCE FILE YET - FIRST "
                   "FILE FROM EACH SOURCE SETS ITS BASELINE"
           ELSE
               IF WS-FEED-SEQUENCE-STATUS NOT = '00'
                   DISPLAY "UNABLE TO OPEN FEED-SEQUENCE-FILE - "
                       "STATUS: " WS-FEED-SEQUENCE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SEQ-EOF-SWITCH = 'Y'
                   READ FEED-SEQUENCE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEQ-EOF-SWITCH
                       NOT AT END
                           IF WS-SEQUENCE-COUNT < WS-SEQUENCE-MAX
                               ADD 1 TO WS-SEQUENCE-COUNT
                               MOVE SEQ-SOURCE-SYS TO
                                   WS-SQT-SOURCE-SYS (WS-SEQUENCE-COUNT)
                               MOVE SEQ-LAST-FILE-SEQ TO
                                   WS-SQT-LAST-SEQ (WS-SEQUENCE-COUNT)
                               MOVE SEQ-LAST-BUSINESS-DATE TO
                                   WS-SQT-BUSINESS-DATE
                                       (WS-SEQUENCE-COUNT)
                               MOVE SEQ-LAST-RECORD-COUNT TO
                                   WS-SQT-RECORD-COUNT
                                       (WS-SEQUENCE-COUNT)
                               MOVE 'N' TO
                                   WS-SQT-CHANGED (WS-SEQUENCE-COUNT)
                           ELSE
                               DISPLAY "WARNING - SEQUENCE TABLE FULL "
                                   "- IGNORED: " SEQ-SOURCE-SYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-SEQUENCE-FILE
           END-IF.

       100-EDIT-RECORD.
           ADD 1 TO WS-TOTAL-READ.
           PERFORM 150-ACCUMULATE-CONTROL.
           MOVE 'Y' TO WS-RECORD-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LND-RECORD-KEY = SPACES
               IF WS-RECORD-VALID = 'Y'
                   PERFORM 310-VALIDATE-SOURCE
               END-IF
               IF WS-RECORD-VALID = 'Y'
                   PERFORM 320-VALIDATE-AMOUNT
               END-IF
           END-IF.
           IF WS-RECORD-VALID = 'Y'
               PERFORM 400-WRITE-CLEAN-RECORD
               PERFORM 820-WRITE-REJECT-RECORD
           END-IF.

       150-ACCUMULATE-CONTROL.
      *    Every detail the source sent counts toward its trailer,
      *    whether or not it passes the edits - the trailer describes
      *    the transmission, not what survived it. A detail from
      *    another source inside a feed's frame breaks the segment -
      *    it would otherwise balance as the header's source and be
      *    processed as its own. RSUB frames every source's
      *    resubmissions, so it carries mixed sources by design.
           IF WS-SEGMENT-OPEN = 'Y'
               ADD 1 TO WS-SEG-DETAIL-COUNT (WS-SEG-IDX)
               MOVE LND-RECORD-KEY TO WS-HASH-KEY
               PERFORM 160-HASH-ONE-KEY
               ADD WS-KEY-HASH-WORK TO WS-SEG-KEY-HASH (WS-SEG-IDX)
               IF WS-SEG-SOURCE-SYS (WS-SEG-IDX) NOT = 'RSUB'
                  AND LND-SOURCE-SYS
                      NOT = WS-SEG-SOURCE-SYS (WS-SEG-IDX)
                   MOVE "DETAIL SOURCE NOT HEADER'S" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               END-IF
           ELSE
               ADD 1 TO WS-UNFRAMED-COUNT
           END-IF.

       160-HASH-ONE-KEY.
           MOVE 0 TO WS-KEY-HASH-WORK.
           MOVE 1 TO WS-HASH-SUB.
           PERFORM UNTIL WS-HASH-SUB > 10
               COMPUTE WS-KEY-HASH-WORK = WS-KEY-HASH-WORK
                   + FUNCTION ORD (WS-HASH-KEY (WS-HASH-SUB:1))
                   * WS-HASH-SUB
               ADD 1 TO WS-HASH-SUB
           END-PERFORM.

       300-VALIDATE-DATE.
      *    The processing date must be a real calendar date and must
      *    match the run date - future-dated and stale records have
               MOVE "SRCE" TO WS-REJECT-REASON
           END-IF.

       320-VALIDATE-AMOUNT.
      *    The sweep totals the amount per source against its value
      *    limits - a blank or garbled amount would either abend the
      *    arithmetic or quietly count as nothing, so it stops here.
           IF LND-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-RECORD-VALID
               MOVE "AMNT" TO WS-REJECT-REASON
           END-IF.

       400-WRITE-CLEAN-RECORD.
      *    The indexed output enforces key uniqueness - a duplicate
      *    key surfaces here as an invalid-key condition rather than
                   ADD 1 TO WS-TOTAL-CLEAN
           END-WRITE.

       500-PROCESS-HEADER.
      *    A header arriving while the previous segment is still open
      *    means that file lost its trailer - the classic short
      *    transmission.
           IF WS-SEGMENT-OPEN = 'Y'
               MOVE "TRAILER MISSING - FILE SHORT" TO WS-CARD-RESULT
               PERFORM 590-RECORD-SEGMENT-BREAK
               MOVE 'N' TO WS-SEGMENT-OPEN
           END-IF.
           PERFORM 580-OPEN-SEGMENT.
           IF WS-SEG-IDX > 0
               MOVE LHD-SOURCE-SYS TO WS-SEG-SOURCE-SYS (WS-SEG-IDX)
               MOVE LHD-BUSINESS-DATE
                   TO WS-SEG-BUSINESS-DATE (WS-SEG-IDX)
               MOVE LHD-FILE-SEQ TO WS-SEG-FILE-SEQ (WS-SEG-IDX)
               MOVE 'Y' TO WS-SEGMENT-OPEN
           END-IF.
           IF WS-SEG-IDX > 0
              AND LHD-SOURCE-SYS NOT = 'RSUB'
               MOVE 'N' TO WS-REF-FOUND
               MOVE 1 TO WS-REF-SUB
               PERFORM UNTIL WS-REF-SUB > WS-REF-COUNT
                          OR WS-REF-FOUND = 'Y'
                   IF WS-REF-SOURCE-SYS (WS-REF-SUB) = LHD-SOURCE-SYS
                       MOVE 'Y' TO WS-REF-FOUND
                   ELSE
                       ADD 1 TO WS-REF-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-REF-FOUND = 'N'
                       MOVE "HEADER SOURCE NOT APPROVED"
                           TO WS-CARD-RESULT
                       PERFORM 590-RECORD-SEGMENT-BREAK
                   WHEN LHD-BUSINESS-DATE NOT = WS-RUN-DATE
                       MOVE "HEADER DATE NOT RUN DATE" TO WS-CARD-RESULT
                       PERFORM 590-RECORD-SEGMENT-BREAK
                   WHEN LHD-FILE-SEQ-N IS NOT NUMERIC
                   WHEN LHD-FILE-SEQ-N = 0
                       MOVE "FILE SEQUENCE NOT NUMERIC"
                           TO WS-CARD-RESULT
                       PERFORM 590-RECORD-SEGMENT-BREAK
                   WHEN OTHER
                       PERFORM 510-CHECK-FILE-SEQUENCE
               END-EVALUATE
           END-IF.

       510-CHECK-FILE-SEQUENCE.
      *    The file number must be exactly one past the last one
      *    accepted for the source - equal is a resend, lower is an
      *    old file replayed, higher means files went missing. Only
      *    an accepted header advances the number in storage, so a
      *    second file from the same source in the same landing file
      *    is checked against the first.
           MOVE 0 TO WS-SQT-IDX.
           MOVE 1 TO WS-SQT-SUB.
           PERFORM UNTIL WS-SQT-SUB > WS-SEQUENCE-COUNT
                      OR WS-SQT-IDX > 0
               IF WS-SQT-SOURCE-SYS (WS-SQT-SUB) = LHD-SOURCE-SYS
                   MOVE WS-SQT-SUB TO WS-SQT-IDX
               ELSE
                   ADD 1 TO WS-SQT-SUB
               END-IF
           END-PERFORM.
           IF WS-SQT-IDX = 0
               IF WS-SEQUENCE-COUNT < WS-SEQUENCE-MAX
                   ADD 1 TO WS-SEQUENCE-COUNT
                   MOVE WS-SEQUENCE-COUNT TO WS-SQT-IDX
                   MOVE LHD-SOURCE-SYS
                       TO WS-SQT-SOURCE-SYS (WS-SQT-IDX)
                   MOVE LHD-FILE-SEQ-N TO WS-SQT-LAST-SEQ (WS-SQT-IDX)
                   MOVE LHD-BUSINESS-DATE
                       TO WS-SQT-BUSINESS-DATE (WS-SQT-IDX)
                   MOVE 0 TO WS-SQT-RECORD-COUNT (WS-SQT-IDX)
                   MOVE 'Y' TO WS-SQT-CHANGED (WS-SQT-IDX)
                   MOVE " FIRST" TO WS-SEG-EXPECTED-SEQ (WS-SEG-IDX)
               ELSE
                   MOVE "SEQUENCE TABLE FULL" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               END-IF
           ELSE
               PERFORM 520-CHECK-NEXT-SEQUENCE
           END-IF.

       520-CHECK-NEXT-SEQUENCE.
           COMPUTE WS-NEXT-SEQ = WS-SQT-LAST-SEQ (WS-SQT-IDX) + 1.
           IF WS-NEXT-SEQ > 999999
               MOVE 1 TO WS-NEXT-SEQ
           END-IF.
           MOVE WS-NEXT-SEQ TO WS-NEXT-SEQ-X.
           MOVE WS-NEXT-SEQ-X TO WS-SEG-EXPECTED-SEQ (WS-SEG-IDX).
           MOVE 'Y' TO WS-HEADER-OK.
           EVALUATE TRUE
               WHEN LHD-SOURCE-SYS = WS-RESYNC-SOURCE
                AND LHD-FILE-SEQ-N = WS-RESYNC-SEQ
                   MOVE "ACCEPTED ON RESYNC CARD" TO WS-SEG-RESULT
                       (WS-SEG-IDX)
               WHEN LHD-FILE-SEQ-N = WS-SQT-LAST-SEQ (WS-SQT-IDX)
                   MOVE "DUPLICATE FILE - RESENT" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-HEADER-OK
               WHEN LHD-FILE-SEQ-N < WS-SQT-LAST-SEQ (WS-SQT-IDX)
                   MOVE "FILE OUT OF SEQUENCE" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-HEADER-OK
               WHEN LHD-FILE-SEQ-N NOT = WS-NEXT-SEQ
                   MOVE "FILE MISSING BEFORE THIS ONE" TO
                       WS-CARD-RESULT
                   MOVE 'N' TO WS-HEADER-OK
           END-EVALUATE.
           IF WS-HEADER-OK = 'Y'
               MOVE LHD-FILE-SEQ-N TO WS-SQT-LAST-SEQ (WS-SQT-IDX)
               MOVE LHD-BUSINESS-DATE
                   TO WS-SQT-BUSINESS-DATE (WS-SQT-IDX)
               MOVE 'Y' TO WS-SQT-CHANGED (WS-SQT-IDX)
           ELSE
               PERFORM 590-RECORD-SEGMENT-BREAK
           END-IF.

       550-PROCESS-TRAILER.
           IF WS-SEGMENT-OPEN = 'N'
               PERFORM 580-OPEN-SEGMENT
               IF WS-SEG-IDX > 0
                   MOVE LTR-SOURCE-SYS TO WS-SEG-SOURCE-SYS (WS-SEG-IDX)
                   MOVE LTR-RECORD-COUNT
                       TO WS-SEG-TRL-COUNT (WS-SEG-IDX)
                   MOVE LTR-KEY-HASH TO WS-SEG-TRL-HASH (WS-SEG-IDX)
                   MOVE "HEADER MISSING" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               END-IF
           ELSE
               MOVE 'N' TO WS-SEGMENT-OPEN
               MOVE LTR-RECORD-COUNT TO WS-SEG-TRL-COUNT (WS-SEG-IDX)
               MOVE LTR-KEY-HASH TO WS-SEG-TRL-HASH (WS-SEG-IDX)
               PERFORM 560-BALANCE-TRAILER
           END-IF.

       560-BALANCE-TRAILER.
           EVALUATE TRUE
               WHEN LTR-SOURCE-SYS NOT = WS-SEG-SOURCE-SYS (WS-SEG-IDX)
                   MOVE "TRAILER SOURCE NOT HEADER'S" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               WHEN LTR-RECORD-COUNT-N IS NOT NUMERIC
               WHEN LTR-KEY-HASH-N IS NOT NUMERIC
                   MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               WHEN LTR-RECORD-COUNT-N
                    NOT = WS-SEG-DETAIL-COUNT (WS-SEG-IDX)
                   MOVE "RECORD COUNT OUT OF BALANCE" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               WHEN LTR-KEY-HASH-N NOT = WS-SEG-KEY-HASH (WS-SEG-IDX)
                   MOVE "KEY HASH OUT OF BALANCE" TO WS-CARD-RESULT
                   PERFORM 590-RECORD-SEGMENT-BREAK
               WHEN OTHER
                   IF WS-SEG-RESULT (WS-SEG-IDX) = SPACES
                       MOVE "BALANCED" TO WS-SEG-RESULT (WS-SEG-IDX)
                   END-IF
                   IF WS-SQT-IDX > 0
                      AND WS-SEG-SOURCE-SYS (WS-SEG-IDX)
                          = WS-SQT-SOURCE-SYS (WS-SQT-IDX)
                       MOVE WS-SEG-DETAIL-COUNT (WS-SEG-IDX)
                           TO WS-SQT-RECORD-COUNT (WS-SQT-IDX)
                   END-IF
           END-EVALUATE.

       580-OPEN-SEGMENT.
      *    A landing file with more segments than the table holds
      *    cannot be proved, so the overflow is itself a break.
           MOVE 0 TO WS-SQT-IDX.
           IF WS-SEGMENT-COUNT < WS-SEGMENT-MAX
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE WS-SEGMENT-COUNT TO WS-SEG-IDX
               MOVE SPACES TO WS-SEG-SOURCE-SYS (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-BUSINESS-DATE (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-FILE-SEQ (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-EXPECTED-SEQ (WS-SEG-IDX)
               MOVE 0 TO WS-SEG-DETAIL-COUNT (WS-SEG-IDX)
               MOVE 0 TO WS-SEG-KEY-HASH (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-TRL-COUNT (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-TRL-HASH (WS-SEG-IDX)
               MOVE SPACES TO WS-SEG-RESULT (WS-SEG-IDX)
           ELSE
               MOVE 0 TO WS-SEG-IDX
               MOVE 'Y' TO WS-CONTROL-BREAK
               IF WS-SEGMENT-FULL-WARNED = 'N'
                   DISPLAY "FLAGEDIT - SEGMENT TABLE FULL - FEEDS "
                       "PAST " WS-SEGMENT-MAX " CANNOT BE BALANCED"
                   MOVE 'Y' TO WS-SEGMENT-FULL-WARNED
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF.

       590-RECORD-SEGMENT-BREAK.
      *    The first break found on a segment is the one reported.
           MOVE 'Y' TO WS-CONTROL-BREAK.
           IF WS-SEG-RESULT (WS-SEG-IDX) = SPACES
              OR WS-SEG-RESULT (WS-SEG-IDX) = "ACCEPTED ON RESYNC CARD"
               MOVE WS-CARD-RESULT TO WS-SEG-RESULT (WS-SEG-IDX)
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "FLAGEDIT - CONTROL BREAK - SOURCE "
                   WS-SEG-SOURCE-SYS (WS-SEG-IDX) " FILE "
                   WS-SEG-FILE-SEQ (WS-SEG-IDX) ": " WS-CARD-RESULT
           END-IF.

       700-COMMIT-FEED-SEQUENCES.
      *    Only reached when the step is not held - every file number
      *    accepted this run becomes the baseline for the next.
           OPEN I-O FEED-SEQUENCE-FILE.
           IF WS-FEED-SEQUENCE-STATUS = '35'
               OPEN OUTPUT FEED-SEQUENCE-FILE
           END-IF.
           IF WS-FEED-SEQUENCE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN FEED-SEQUENCE-FILE - STATUS: "
                   WS-FEED-SEQUENCE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
               MOVE 1 TO WS-SQT-SUB
               PERFORM UNTIL WS-SQT-SUB > WS-SEQUENCE-COUNT
                   IF WS-SQT-CHANGED (WS-SQT-SUB) = 'Y'
                       PERFORM 750-COMMIT-ONE-SEQUENCE
                   END-IF
                   ADD 1 TO WS-SQT-SUB
               END-PERFORM
               CLOSE FEED-SEQUENCE-FILE
           END-IF.

       750-COMMIT-ONE-SEQUENCE.
           MOVE WS-SQT-SOURCE-SYS (WS-SQT-SUB) TO SEQ-SOURCE-SYS.
           READ FEED-SEQUENCE-FILE
               INVALID KEY
                   MOVE '23' TO WS-FEED-SEQUENCE-STATUS
           END-READ.
           MOVE WS-SQT-SOURCE-SYS (WS-SQT-SUB) TO SEQ-SOURCE-SYS.
           MOVE WS-SQT-LAST-SEQ (WS-SQT-SUB) TO SEQ-LAST-FILE-SEQ.
           MOVE WS-SQT-BUSINESS-DATE (WS-SQT-SUB)
               TO SEQ-LAST-BUSINESS-DATE.
           MOVE WS-SQT-RECORD-COUNT (WS-SQT-SUB)
               TO SEQ-LAST-RECORD-COUNT.
           MOVE WS-CURRENT-TS TO SEQ-UPDATED-TS.
           IF WS-FEED-SEQUENCE-STATUS = '00'
               REWRITE FEED-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE FEED SEQUENCE: "
                           SEQ-SOURCE-SYS
               END-REWRITE
           ELSE
               WRITE FEED-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE FEED SEQUENCE: "
                           SEQ-SOURCE-SYS
               END-WRITE
           END-IF.
           ADD 1 TO WS-SEQ-COMMITTED-COUNT.

       800-WRITE-CONTROL-REPORT.
      *    One line per file received, then the sources on the
      *    reference list that have sent before but sent nothing
      *    tonight - not a hold on its own, since the gap is caught
      *    when the next file arrives, but worth a look.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-CONTROL-REPORT-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN CONTROL-REPORT-FILE "
                   "- STATUS: " WS-CONTROL-REPORT-STATUS
           ELSE
               PERFORM 810-WRITE-CONTROL-LINES
               CLOSE CONTROL-REPORT-FILE
           END-IF.

       810-WRITE-CONTROL-LINES.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "SOURCE FEED CONTROL TOTALS - BUSINESS DATE "
               WS-RUN-DATE " - RUN " WS-RUN-START-TS (1:14)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "SRCE FILE#  EXPECT DETAILS TRAILER "
               "KEY HASH        TRAILER HASH    RESULT"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-STRING.
           WRITE CONTROL-REPORT-LINE.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEGMENT-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING WS-SEG-SOURCE-SYS (WS-SEG-SUB) " "
                   WS-SEG-FILE-SEQ (WS-SEG-SUB) " "
                   WS-SEG-EXPECTED-SEQ (WS-SEG-SUB) " "
                   WS-SEG-DETAIL-COUNT (WS-SEG-SUB) " "
                   WS-SEG-TRL-COUNT (WS-SEG-SUB) " "
                   WS-SEG-KEY-HASH (WS-SEG-SUB) " "
                   WS-SEG-TRL-HASH (WS-SEG-SUB) " "
                   WS-SEG-RESULT (WS-SEG-SUB)
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           IF WS-UNFRAMED-COUNT > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "DETAIL RECORDS OUTSIDE ANY HEADER/TRAILER: "
                   WS-UNFRAMED-COUNT
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-SQT-SUB.
           PERFORM UNTIL WS-SQT-SUB > WS-SEQUENCE-COUNT
               MOVE 'N' TO WS-REF-FOUND
               MOVE 1 TO WS-SEG-SUB
               PERFORM UNTIL WS-SEG-SUB > WS-SEGMENT-COUNT
                          OR WS-REF-FOUND = 'Y'
                   IF WS-SEG-SOURCE-SYS (WS-SEG-SUB)
                      = WS-SQT-SOURCE-SYS (WS-SQT-SUB)
                       MOVE 'Y' TO WS-REF-FOUND
                   END-IF
                   ADD 1 TO WS-SEG-SUB
               END-PERFORM
               IF WS-REF-FOUND = 'N'
                   MOVE SPACES TO CONTROL-REPORT-LINE
                   STRING WS-SQT-SOURCE-SYS (WS-SQT-SUB)
                       " NO FILE RECEIVED - LAST ACCEPTED FILE "
                       WS-SQT-LAST-SEQ (WS-SQT-SUB) " FOR "
                       WS-SQT-BUSINESS-DATE (WS-SQT-SUB)
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
                   WRITE CONTROL-REPORT-LINE
               END-IF
               ADD 1 TO WS-SQT-SUB
           END-PERFORM.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           IF WS-CONTROL-BREAK = 'Y'
               STRING "OUT OF BALANCE - " WS-BREAK-COUNT
                   " CONTROL BREAK(S) - SWEEP HELD RC=8 - FILE "
                   "SEQUENCES NOT ADVANCED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               END-STRING
           ELSE
               IF RETURN-CODE < 8
                   STRING "ALL FEEDS IN BALANCE - "
                       WS-SEQ-COMMITTED-COUNT
                       " FILE SEQUENCE(S) ADVANCED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "ALL FEEDS IN BALANCE - STEP HELD - FILE "
                       "SEQUENCES NOT ADVANCED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE CONTROL-REPORT-LINE.

       820-WRITE-REJECT-RECORD.
           ADD 1 TO WS-TOTAL-REJECTED.
           MOVE LND-RECORD-KEY TO REJ-RECORD-KEY.
