           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT FLAG-HISTORY-FILE ASSIGN TO FLAGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FLAG-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  INP-RECORD-KEY             PIC X(10).
           05  INP-SOURCE-SYS             PIC X(4).
           05  INP-PROC-DATE              PIC X(8).
      *        Transaction amount (two implied decimals) and currency
      *        as the source feed sent them - FLAGEDIT rejects a
      *        non-numeric amount before it reaches this file.
           05  INP-AMOUNT                 PIC 9(11)V99.
           05  INP-CURRENCY               PIC X(3).
           05  FILLER                     PIC X(42).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  AUD-RECORD-KEY             PIC X(10).
           05  AUD-NUMBER                 PIC 9(5).
           05  AUD-TIMESTAMP              PIC X(21).
           05  AUD-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(10).

       FD  REJECT-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *    record per record swept, in key order, and one 'S' trailer
      *    carrying the range's partial totals.
       FD  PARTIAL-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARTIAL-DETAIL-RECORD.
           05  PTL-REC-TYPE               PIC X.
           05  PTL-RECORD-KEY             PIC X(10).
           05  PTL-SOURCE-SYS             PIC X(4).
           05  PTL-PROC-DATE              PIC X(8).
           05  PTL-AMOUNT                 PIC 9(11)V99.
           05  FILLER                     PIC X(14).
       01  PARTIAL-SUMMARY-RECORD.
           05  PTL-SUM-REC-TYPE           PIC X.
           05  PTL-SUM-FROM-KEY           PIC X(10).
           05  PTL-SUM-TO-KEY             PIC X(10).
           05  PTL-SUM-PROCESSED          PIC 9(5).
           05  FILLER                     PIC X(24).

      *    One record per WS-RECORD-KEY - the authoritative current
      *    state of the record as the sweep last decided it, kept for
           05  STA-SOURCE-SYS             PIC X(4).
           05  STA-NOTIFIED-TS            PIC X(21).
           05  STA-REJECT-TS              PIC X(21).
           05  STA-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(6).

      *    One record per source system per run date - the per-feed
      *    tallies the summary report prints and used to throw away,
      *    FLAGPMNT - source '****' entries carry the global
      *    threshold, named-source entries a per-source override.
      *    The entry with the latest effective date not beyond the
      *    run date is the one in force. The amount limits ride on
      *    the same entries; zero (or blank, on entries written
      *    before the limits existed) means no limit of that kind.
       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-RECORD.
           05  PRM-THRESHOLD              PIC 9(5).
           05  PRM-ADDED-USER             PIC X(8).
           05  PRM-ADDED-TS               PIC X(21).
           05  PRM-CUM-AMOUNT-LIMIT       PIC 9(9)V99.
           05  PRM-ITEM-AMOUNT-LIMIT      PIC 9(9)V99.
           05  FILLER                     PIC X(12).

      *    Shared processing calendar - only the 'C' record's current
      *    business date matters here; it picks the parameter set.
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

      *    One record per WS-RECORD-KEY per business date - the status
      *    master only keeps the latest decision, so the day-by-day
      *    flag trail the repeat-offender report reads lives here.
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

       WORKING-STORAGE SECTION.
       COPY WSDATA.
       COPY OPSENTRY.

       01  WS-THRESHOLD                   PIC 9(5) VALUE 10.
      *    Global amount limits from the '****' parameter entry - the
      *    defaults a source with no limits of its own runs under.
       01  WS-CUM-AMOUNT-LIMIT            PIC 9(9)V99 VALUE 0.
       01  WS-ITEM-AMOUNT-LIMIT           PIC 9(9)V99 VALUE 0.
       01  WS-RUN-AMOUNT                  PIC 9(13)V99 VALUE 0.
       01  WS-AMOUNT-RULE                 PIC X(4) VALUE SPACES.
       01  WS-AMOUNT-EDIT                 PIC Z(12)9.99.
       01  WS-AMOUNT-Y-EDIT               PIC Z(12)9.99.
       01  WS-CUM-LIMIT-EDIT              PIC Z(8)9.99.
       01  WS-ITEM-LIMIT-EDIT             PIC Z(8)9.99.

       01  WS-INPUT-STATUS                PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS              PIC XX VALUE '00'.
       01  WS-CRD-SUB                     PIC 9(2) VALUE 0.
       01  WS-STATUS-MASTER-OPEN          PIC X VALUE 'N'.
       01  WS-STATUS-FOUND                PIC X VALUE 'N'.
       01  WS-FLAG-HISTORY-STATUS         PIC XX VALUE '00'.
       01  WS-FLAG-HISTORY-OPEN           PIC X VALUE 'N'.
       01  WS-HISTORY-FOUND               PIC X VALUE 'N'.
       01  WS-HISTORY-DATE                PIC X(8) VALUE SPACES.
      *    Key-level exemption/watchlist answer from FLAGEXLK for the
      *    record being decided - 'S'uppress, 'F'orce or space - and
      *    the reason code it leaves on the audit and status records.
       01  WS-EXEMPT-TYPE                 PIC X VALUE SPACE.
       01  WS-EXEMPT-DATE                 PIC X(8) VALUE SPACES.
       01  WS-FLAG-REASON                 PIC X(4) VALUE SPACES.
       01  WS-COUNT-SUPPRESSED            PIC 9(5) VALUE 0.
       01  WS-COUNT-FORCED                PIC 9(5) VALUE 0.
       01  WS-FINAL-RC                    PIC 9(2) VALUE 0.
       01  WS-MAX-NUMBER                  PIC 9(5) VALUE 99999.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
               10  WS-SRC-NUMBER          PIC 9(5).
               10  WS-SRC-COUNT-Y         PIC 9(5).
               10  WS-SRC-COUNT-N         PIC 9(5).
               10  WS-SRC-CUM-LIMIT       PIC 9(9)V99.
               10  WS-SRC-ITEM-LIMIT      PIC 9(9)V99.
               10  WS-SRC-AMOUNT          PIC 9(13)V99.
               10  WS-SRC-AMOUNT-Y        PIC 9(13)V99.
       01  WS-SOURCE-COUNT                PIC 9(2) VALUE 0.
       01  WS-SOURCE-MAX                  PIC 9(2) VALUE 20.
       01  WS-SRC-SUB                     PIC 9(2) VALUE 0.
           END-IF.
           IF WS-RUN-MODE NOT = 'P' AND WS-RUN-MODE NOT = 'R'
               PERFORM 080-OPEN-STATUS-MASTER
               PERFORM 085-OPEN-FLAG-HISTORY
           END-IF.
           IF WS-RUN-MODE = 'R'
      *        Dedicated ad hoc rerun of a single record by key - never
           IF WS-STATUS-MASTER-OPEN = 'Y'
               CLOSE STATUS-MASTER-FILE
           END-IF.
           IF WS-FLAG-HISTORY-OPEN = 'Y'
               CLOSE FLAG-HISTORY-FILE
           END-IF.
           IF WS-RUN-MODE NOT = 'P'
               PERFORM 900-WRITE-SUMMARY-REPORT
           END-IF.
                   MOVE 0 TO WS-SRC-NUMBER (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-COUNT-Y (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-COUNT-N (WS-SOURCE-COUNT)
                   MOVE WS-CUM-AMOUNT-LIMIT
                       TO WS-SRC-CUM-LIMIT (WS-SOURCE-COUNT)
                   MOVE WS-ITEM-AMOUNT-LIMIT
                       TO WS-SRC-ITEM-LIMIT (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-AMOUNT (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-AMOUNT-Y (WS-SOURCE-COUNT)
               ELSE
                   DISPLAY "WARNING - SOURCE TABLE FULL - OVERRIDE "
                       "IGNORED: " WS-CRD-SOURCE-SYS (WS-CRD-SUB)
      *    threshold is settled before source entries are located -
      *    a source the card did not override then enters the table
      *    at the parameter threshold, not the card default.
      *    A source entry with no amount limit of its own inherits
      *    the global one, so a feed can be given a threshold
      *    without silently dropping out of the amount rule.
           MOVE 'Y' TO WS-PARM-APPLIED.
           IF PRM-CUM-AMOUNT-LIMIT IS NOT NUMERIC
               MOVE 0 TO PRM-CUM-AMOUNT-LIMIT
           END-IF.
           IF PRM-ITEM-AMOUNT-LIMIT IS NOT NUMERIC
               MOVE 0 TO PRM-ITEM-AMOUNT-LIMIT
           END-IF.
           IF PRM-SOURCE-SYS = '****'
               MOVE PRM-THRESHOLD TO WS-THRESHOLD
               MOVE PRM-CUM-AMOUNT-LIMIT TO WS-CUM-AMOUNT-LIMIT
               MOVE PRM-ITEM-AMOUNT-LIMIT TO WS-ITEM-AMOUNT-LIMIT
           ELSE
               MOVE PRM-SOURCE-SYS TO WS-SOURCE-SYS
               PERFORM 150-LOCATE-SOURCE-ENTRY
               IF WS-SRC-IDX > 0
                   MOVE PRM-THRESHOLD
                       TO WS-SRC-THRESHOLD (WS-SRC-IDX)
                   IF PRM-CUM-AMOUNT-LIMIT > 0
                       MOVE PRM-CUM-AMOUNT-LIMIT
                           TO WS-SRC-CUM-LIMIT (WS-SRC-IDX)
                   ELSE
                       MOVE WS-CUM-AMOUNT-LIMIT
                           TO WS-SRC-CUM-LIMIT (WS-SRC-IDX)
                   END-IF
                   IF PRM-ITEM-AMOUNT-LIMIT > 0
                       MOVE PRM-ITEM-AMOUNT-LIMIT
                           TO WS-SRC-ITEM-LIMIT (WS-SRC-IDX)
                   ELSE
                       MOVE WS-ITEM-AMOUNT-LIMIT
                           TO WS-SRC-ITEM-LIMIT (WS-SRC-IDX)
                   END-IF
               END-IF
           END-IF.

                   NOT AT END
                       MOVE INP-SOURCE-SYS TO WS-SOURCE-SYS
                       PERFORM 150-LOCATE-SOURCE-ENTRY
                       PERFORM 156-LOAD-RECORD-AMOUNT
                       PERFORM 157-APPLY-AMOUNT-RULE
                       CALL 'FLAGEXLK' USING INP-RECORD-KEY,
                           WS-RUN-DATE, WS-EXEMPT-TYPE
                       IF WS-SRC-IDX > 0
                           ADD 1 TO WS-SRC-NUMBER (WS-SRC-IDX)
                           IF WS-EXEMPT-TYPE = 'F'
                            OR (WS-EXEMPT-TYPE NOT = 'S'
                             AND (WS-SRC-NUMBER (WS-SRC-IDX)
                                  > WS-SRC-THRESHOLD (WS-SRC-IDX)
                               OR WS-AMOUNT-RULE NOT = SPACES))
                               ADD 1 TO WS-SRC-COUNT-Y (WS-SRC-IDX)
                               ADD WS-AMOUNT
                                   TO WS-SRC-AMOUNT-Y (WS-SRC-IDX)
                           ELSE
                               ADD 1 TO WS-SRC-COUNT-N (WS-SRC-IDX)
                           END-IF
                   "THIS RUN"
           END-IF.

       085-OPEN-FLAG-HISTORY.
      *    Secondary to the run in the same way as the status master -
      *    a failure warns and the sweep carries on without it.
           OPEN I-O FLAG-HISTORY-FILE.
           IF WS-FLAG-HISTORY-STATUS = '35'
               OPEN OUTPUT FLAG-HISTORY-FILE
           END-IF.
           IF WS-FLAG-HISTORY-STATUS = '00'
               MOVE 'Y' TO WS-FLAG-HISTORY-OPEN
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN FLAG-HISTORY-FILE "
                   "- STATUS: " WS-FLAG-HISTORY-STATUS
               DISPLAY "WARNING - FLAG HISTORY NOT MAINTAINED THIS RUN"
           END-IF.

       500-LOOKUP-AND-REPROCESS.
      *    WS-NUMBER is a running tally over the whole file, not a
      *    per-record attribute, so the rerun key's own historical
                       IF WS-SRC-IDX > 0
                           ADD 1 TO WS-SRC-NUMBER (WS-SRC-IDX)
                       END-IF
                       PERFORM 156-LOAD-RECORD-AMOUNT
                       PERFORM 157-APPLY-AMOUNT-RULE
                       IF INP-RECORD-KEY = WS-RERUN-KEY
                           MOVE 'Y' TO WS-RERUN-MATCHED
                           MOVE 'Y' TO WS-RERUN-EOF
                   MOVE 'N' TO WS-FLAG
               END-IF
           END-IF.
           PERFORM 158-SET-FLAG-REASON.
           PERFORM 160-APPLY-EXEMPTION.
           IF WS-FLAG = 'Y'
               CALL 'FLAGNOTI' USING WS-RECORD-KEY, WS-NUMBER,
                       WS-SOURCE-SYS, WS-FLAG-REASON
               DISPLAY "RERUN - NOTIFICATION RESENT: " WS-RECORD-KEY
           ELSE
               IF WS-FLAG-REASON = 'SUPP'
                   DISPLAY "RERUN - RECORD IS SUPPRESSED: "
                       WS-RECORD-KEY
               ELSE
                   DISPLAY "RERUN - RECORD WAS NOT FLAGGED: "
                       WS-RECORD-KEY
               END-IF
           END-IF.

       150-LOCATE-SOURCE-ENTRY.
                   MOVE 0 TO WS-SRC-NUMBER (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-COUNT-Y (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-COUNT-N (WS-SOURCE-COUNT)
                   MOVE WS-CUM-AMOUNT-LIMIT
                       TO WS-SRC-CUM-LIMIT (WS-SOURCE-COUNT)
                   MOVE WS-ITEM-AMOUNT-LIMIT
                       TO WS-SRC-ITEM-LIMIT (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-AMOUNT (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-AMOUNT-Y (WS-SOURCE-COUNT)
                   MOVE WS-SOURCE-COUNT TO WS-SRC-IDX
               ELSE
                   IF WS-SRC-FULL-WARNED = 'N'
               END-IF
           END-IF.

       156-LOAD-RECORD-AMOUNT.
      *    Records loaded before the amount edit existed - or by a
      *    backlog merge that bypassed it - carry no amount; they
      *    count as zero rather than failing the sweep.
           IF INP-AMOUNT IS NUMERIC
               MOVE INP-AMOUNT TO WS-AMOUNT
           ELSE
               MOVE 0 TO WS-AMOUNT
           END-IF.

       157-APPLY-AMOUNT-RULE.
      *    The value rule alongside the count rule - the record trips
      *    it when its source's cumulative amount passes the source's
      *    cumulative limit, or when the record alone is over the
      *    source's single-item limit. A zero limit is not in force.
      *    Single item wins when both trip, as the sharper finding.
      *    A source the full table could not hold falls back to the
      *    global limits against the run's total, as the count rule
      *    falls back to the global threshold.
           MOVE SPACES TO WS-AMOUNT-RULE.
           ADD WS-AMOUNT TO WS-RUN-AMOUNT.
           IF WS-SRC-IDX > 0
               ADD WS-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-IDX)
               IF WS-SRC-CUM-LIMIT (WS-SRC-IDX) > 0
                  AND WS-SRC-AMOUNT (WS-SRC-IDX)
                      > WS-SRC-CUM-LIMIT (WS-SRC-IDX)
                   MOVE 'CAMT' TO WS-AMOUNT-RULE
               END-IF
               IF WS-SRC-ITEM-LIMIT (WS-SRC-IDX) > 0
                  AND WS-AMOUNT > WS-SRC-ITEM-LIMIT (WS-SRC-IDX)
                   MOVE 'SITM' TO WS-AMOUNT-RULE
               END-IF
           ELSE
               IF WS-CUM-AMOUNT-LIMIT > 0
                  AND WS-RUN-AMOUNT > WS-CUM-AMOUNT-LIMIT
                   MOVE 'CAMT' TO WS-AMOUNT-RULE
               END-IF
               IF WS-ITEM-AMOUNT-LIMIT > 0
                  AND WS-AMOUNT > WS-ITEM-AMOUNT-LIMIT
                   MOVE 'SITM' TO WS-AMOUNT-RULE
               END-IF
           END-IF.

       158-SET-FLAG-REASON.
      *    Records which rule fired on the audit, notification and
      *    status records - 'CNT ' the count threshold, 'CAMT' the
      *    cumulative amount, 'SITM' the single item. An amount rule
      *    that trips flags the record whatever the count says.
           IF WS-AMOUNT-RULE NOT = SPACES
               MOVE 'Y' TO WS-FLAG
               MOVE WS-AMOUNT-RULE TO WS-FLAG-REASON
           ELSE
               IF WS-FLAG = 'Y'
                   MOVE 'CNT ' TO WS-FLAG-REASON
               ELSE
                   MOVE SPACES TO WS-FLAG-REASON
               END-IF
           END-IF.

       160-APPLY-EXEMPTION.
      *    Compliance's key-level exemption/watchlist overrides the
      *    threshold decision just made - 'F'orce flags the key on
      *    sight, 'S'uppress stops it notifying. The reason code is
      *    only set when the entry actually changed the outcome the
      *    threshold would have given, or forced a flag - otherwise
      *    the rule code 158-SET-FLAG-REASON left stands.
           IF WS-RUN-MODE = 'C'
               MOVE WS-CURRENT-PROC-DATE TO WS-EXEMPT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-EXEMPT-DATE
           END-IF.
           CALL 'FLAGEXLK' USING WS-RECORD-KEY, WS-EXEMPT-DATE,
               WS-EXEMPT-TYPE.
           IF WS-EXEMPT-TYPE = 'F'
               MOVE 'Y' TO WS-FLAG
               MOVE 'FORC' TO WS-FLAG-REASON
               ADD 1 TO WS-COUNT-FORCED
           END-IF.
           IF WS-EXEMPT-TYPE = 'S' AND WS-FLAG = 'Y'
               MOVE 'N' TO WS-FLAG
               MOVE 'SUPP' TO WS-FLAG-REASON
               ADD 1 TO WS-COUNT-SUPPRESSED
           END-IF.

       100-PROCESS-DATA SECTION.
       100-PROCESS-DATA-PARA.
           IF WS-RUN-MODE = 'C'
               MOVE WS-RECORD-KEY TO PTL-RECORD-KEY
               MOVE WS-SOURCE-SYS TO PTL-SOURCE-SYS
               MOVE WS-PROC-DATE TO PTL-PROC-DATE
               PERFORM 156-LOAD-RECORD-AMOUNT
               MOVE WS-AMOUNT TO PTL-AMOUNT
               WRITE PARTIAL-DETAIL-RECORD
               IF FUNCTION MOD(WS-NUMBER, WS-CHECKPOINT-INTERVAL) = 0
                   PERFORM 800-WRITE-CHECKPOINT
                       MOVE 'N' TO WS-FLAG
                   END-IF
               END-IF
               PERFORM 156-LOAD-RECORD-AMOUNT
               PERFORM 157-APPLY-AMOUNT-RULE
               PERFORM 158-SET-FLAG-REASON
               PERFORM 160-APPLY-EXEMPTION
               ADD 1 TO WS-TOTAL-PROCESSED
               IF WS-FLAG = 'Y'
                   ADD 1 TO WS-COUNT-Y
                   IF WS-SRC-IDX > 0
                       ADD 1 TO WS-SRC-COUNT-Y (WS-SRC-IDX)
                       ADD WS-AMOUNT TO WS-SRC-AMOUNT-Y (WS-SRC-IDX)
                   END-IF
                   CALL 'FLAGNOTI' USING WS-RECORD-KEY, WS-NUMBER,
                       WS-SOURCE-SYS, WS-FLAG-REASON
               ELSE
                   ADD 1 TO WS-COUNT-N
                   IF WS-SRC-IDX > 0
                       ADD 1 TO WS-SRC-COUNT-N (WS-SRC-IDX)
                   END-IF
               END-IF
      *        A suppressed or forced decision is always audited
      *        under its own reason. A suppressed record leaves the
      *        transition state alone - as far as the next record is
      *        concerned, it never happened.
               EVALUATE TRUE
                   WHEN WS-FLAG-REASON = 'SUPP' OR 'FORC'
                       PERFORM 810-WRITE-AUDIT-RECORD
                   WHEN WS-PREV-FLAG = 'N' AND WS-FLAG = 'Y'
                       PERFORM 810-WRITE-AUDIT-RECORD
               END-EVALUATE
               IF WS-FLAG-REASON NOT = 'SUPP'
                   MOVE WS-FLAG TO WS-PREV-FLAG
               END-IF
               PERFORM 850-UPDATE-STATUS-MASTER
               PERFORM 860-UPDATE-FLAG-HISTORY
               IF FUNCTION MOD(WS-NUMBER, WS-CHECKPOINT-INTERVAL) = 0
                   PERFORM 800-WRITE-CHECKPOINT
               END-IF
           MOVE WS-RECORD-KEY TO AUD-RECORD-KEY.
           MOVE WS-NUMBER TO AUD-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-FLAG-REASON TO AUD-REASON-CODE.
           WRITE AUDIT-RECORD.

       820-WRITE-REJECT-RECORD.
           MOVE 0 TO WS-TOTAL-PROCESSED.
           MOVE 0 TO WS-COUNT-Y.
           MOVE 0 TO WS-COUNT-N.
           MOVE 0 TO WS-RUN-AMOUNT.
           MOVE 'N' TO WS-FLAG.
           MOVE 'N' TO WS-PREV-FLAG.
           MOVE 1 TO WS-SRC-SUB.
               MOVE 0 TO WS-SRC-NUMBER (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-COUNT-Y (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-COUNT-N (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-AMOUNT (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-AMOUNT-Y (WS-SRC-SUB)
               ADD 1 TO WS-SRC-SUB
           END-PERFORM.

               MOVE WS-NUMBER TO STA-NUMBER
               MOVE WS-PROC-DATE TO STA-PROC-DATE
               MOVE WS-SOURCE-SYS TO STA-SOURCE-SYS
               MOVE WS-FLAG-REASON TO STA-REASON-CODE
               IF WS-FLAG = 'Y'
                   MOVE FUNCTION CURRENT-DATE TO STA-NOTIFIED-TS
               END-IF
               END-WRITE
           END-IF.

       860-UPDATE-FLAG-HISTORY.
      *    Upsert tonight's decision for the record under the business
      *    date it belongs to - the calendar date for a daily sweep,
      *    the date being swept for a catch-up. A restart that goes
      *    back over records already written simply rewrites them.
           IF WS-FLAG-HISTORY-OPEN = 'Y'
               MOVE 'N' TO WS-HISTORY-FOUND
               IF WS-RUN-MODE = 'C'
                   MOVE WS-CURRENT-PROC-DATE TO WS-HISTORY-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HISTORY-DATE
               END-IF
               MOVE WS-RECORD-KEY TO FH-RECORD-KEY
               MOVE WS-HISTORY-DATE TO FH-BUSINESS-DATE
               READ FLAG-HISTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO FLAG-HISTORY-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-FOUND
               END-READ
               MOVE WS-RECORD-KEY TO FH-RECORD-KEY
               MOVE WS-HISTORY-DATE TO FH-BUSINESS-DATE
               MOVE WS-FLAG TO FH-FLAG
               MOVE WS-NUMBER TO FH-NUMBER
               MOVE WS-SOURCE-SYS TO FH-SOURCE-SYS
               MOVE WS-FLAG-REASON TO FH-REASON-CODE
               MOVE FUNCTION CURRENT-DATE TO FH-WRITTEN-TS
               IF WS-HISTORY-FOUND = 'Y'
                   REWRITE FLAG-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - UNABLE TO REWRITE FLAG "
                               "HISTORY: " FH-KEY
                   END-REWRITE
               ELSE
                   WRITE FLAG-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - UNABLE TO WRITE FLAG "
                               "HISTORY: " FH-KEY
                   END-WRITE
               END-IF
           END-IF.

       890-WRITE-OPS-LOG.
      *    One step record on the shared operations log, so the
      *    morning status report can show the whole night on one
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXEMPTION FILE - SUPPRESSED: " WS-COUNT-SUPPRESSED
               " FORCED: " WS-COUNT-FORCED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *    The source tallies reset at every catch-up date break, so
      *    there is nothing left to break down by source after a
      *    multi-day sweep - the section is a single-day view only.
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE WS-SRC-AMOUNT (WS-SRC-SUB) TO WS-AMOUNT-EDIT
                   MOVE WS-SRC-AMOUNT-Y (WS-SRC-SUB)
                       TO WS-AMOUNT-Y-EDIT
                   MOVE WS-SRC-CUM-LIMIT (WS-SRC-SUB)
                       TO WS-CUM-LIMIT-EDIT
                   MOVE WS-SRC-ITEM-LIMIT (WS-SRC-SUB)
                       TO WS-ITEM-LIMIT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TOTAL AMOUNT: " WS-AMOUNT-EDIT
                       " FLAGGED AMOUNT: " WS-AMOUNT-Y-EDIT
                       " CUM LIMIT: " WS-CUM-LIMIT-EDIT
                       " ITEM LIMIT: " WS-ITEM-LIMIT-EDIT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WS-SRC-SUB
               END-PERFORM
           END-IF.
