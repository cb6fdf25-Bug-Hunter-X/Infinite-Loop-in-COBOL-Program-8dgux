       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGCHGB.
      *
      * FLAGCHGB - monthly per-source chargeback. Finance recovers
      * the cost of the flagging service from the business lines
      * that own each source system, priced on what the service
      * actually did for them in the billing month:
      *   PROC - records processed, from the per-source history;
      *   FLAG - records flagged, from the same history;
      *   NOTI - notifications delivered, per subscriber - the
      *          dashboard queue (live and archived generations) and
      *          the SUBQ01-SUBQ04 subscriber queues, each delivery
      *          charged to the source of the record it was about.
      *          A slot shared by several subscribers is split
      *          among them - each pays for its own copies only;
      *   REPR - repair desk work, billed on its own line: rejects
      *          loaded to the repair queue and repairs FLAGRSUB
      *          resubmitted, since the sources that send dirty data
      *          make most of the desk's work.
      * Owners come from the source reference file - owner code in
      * columns 5-12, owner name 13-42, GL cost centre 43-54. A
      * source with no owner bills to UNASSIGN and is listed on
      * the summary page.
      * Rates come from the rate file, effective-dated per source
      * ('S' entries - processed, flagged, reject-loaded and
      * resubmitted rates) and per subscriber ('U' entries - rate per
      * notification delivered). The entry in force is the latest
      * effective on or before the last day of the billing month; a
      * code of '****' is the default for any source or subscriber
      * without its own entry. Volume with no rate at all is billed
      * at zero and listed as unpriced.
      * Prints one statement per source owner and a summary page,
      * and writes the general-ledger feed - one record per owner
      * and charge code plus a control trailer. RC=4 when anything
      * is unpriced or unowned. The billing month is CHGCARD
      * columns 1-6 (YYYYMM); blank bills the month of the
      * calendar's previous business date - run the morning after
      * month-end, the month just finished.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-HISTORY-FILE ASSIGN TO SRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SOURCE-HISTORY-STATUS.
           SELECT REPAIR-FILE ASSIGN TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-KEY
               FILE STATUS IS WS-REPAIR-STATUS.
           SELECT SOURCE-REF-FILE ASSIGN TO SRCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-REF-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-STATUS.
           SELECT TRANS-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO TRNARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-ARCHIVE-STATUS.
           SELECT SUBQ-FILE-1 ASSIGN TO SUBQ01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SUBQ-FILE-2 ASSIGN TO SUBQ02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SUBQ-FILE-3 ASSIGN TO SUBQ03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT SUBQ-FILE-4 ASSIGN TO SUBQ04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBQ-STATUS.
           SELECT CHARGE-CONTROL-FILE ASSIGN TO CHGCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-REPORT-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SOURCE-HISTORY-RECORD.
           05  SH-KEY.
               10  SH-SOURCE-SYS          PIC X(4).
               10  SH-RUN-DATE            PIC X(8).
           05  SH-PROCESSED               PIC 9(5).
           05  SH-COUNT-Y                 PIC 9(5).
           05  SH-COUNT-N                 PIC 9(5).
           05  SH-THRESHOLD               PIC 9(5).
           05  FILLER                     PIC X(28).

       FD  REPAIR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPAIR-RECORD.
           05  REP-KEY.
               10  REP-RECORD-KEY         PIC X(10).
               10  REP-REJECT-DATE        PIC X(8).
           05  REP-REASON-CODE            PIC X(4).
           05  REP-STATUS                 PIC X.
           05  REP-ORIGINAL-RECORD.
               10  FILLER                 PIC X(10).
               10  REP-ORIG-SOURCE-SYS    PIC X(4).
               10  FILLER                 PIC X(66).
           05  REP-RESUBMIT-DATE          PIC X(8).
           05  FILLER                     PIC X(9).

      *    Source reference file the front-end edit validates
      *    against, with the owning business line alongside.
       FD  SOURCE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SOURCE-REF-RECORD.
           05  SRC-SOURCE-SYS             PIC X(4).
           05  SRC-OWNER                  PIC X(8).
           05  SRC-OWNER-NAME             PIC X(30).
           05  SRC-COST-CENTRE            PIC X(12).
           05  FILLER                     PIC X(26).

      *    One rate entry per code per effective date - type 'S' for
      *    a source, 'U' for a subscriber. The four rate
      *    slots mean different things for a source entry and for a
      *    subscriber entry. Rates are money per item, five decimals.
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-RECORD.
           05  RTE-TYPE                   PIC X.
           05  RTE-CODE                   PIC X(8).
           05  RTE-EFFECTIVE-DATE         PIC X(8).
           05  RTE-SOURCE-RATES.
               10  RTE-PROCESSED-RATE     PIC 9(3)V9(5).
               10  RTE-FLAGGED-RATE       PIC 9(3)V9(5).
               10  RTE-REJECT-RATE        PIC 9(3)V9(5).
               10  RTE-RESUBMIT-RATE      PIC 9(3)V9(5).
           05  RTE-SUBSCRIBER-RATES REDEFINES RTE-SOURCE-RATES.
               10  RTE-NOTIFY-RATE        PIC 9(3)V9(5).
               10  FILLER                 PIC X(24).
           05  FILLER                     PIC X(31).

       FD  SUBSCRIBER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBSCRIBER-RECORD.
           05  SUB-NAME                   PIC X(8).
           05  SUB-QUEUE-NO               PIC 9(1).
           05  SUB-SOURCE-FILTER          PIC X(4).
           05  FILLER                     PIC X(67).

       FD  TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-KEY             PIC X(10).
           05  TRN-NUMBER                 PIC 9(5).
           05  TRN-TIMESTAMP              PIC X(21).
           05  TRN-SOURCE-SYS             PIC X(4).
           05  TRN-RULE-CODE              PIC X(4).

       FD  TRANS-ARCHIVE-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-ARCHIVE-RECORD.
           05  TRA-RECORD-KEY             PIC X(10).
           05  TRA-NUMBER                 PIC 9(5).
           05  TRA-TIMESTAMP              PIC X(21).
           05  TRA-SOURCE-SYS             PIC X(4).
           05  TRA-RULE-CODE              PIC X(4).

       FD  SUBQ-FILE-1
           RECORD CONTAINS 40 CHARACTERS.
       01  SUBQ-RECORD-1                  PIC X(40).
       FD  SUBQ-FILE-2
           RECORD CONTAINS 40 CHARACTERS.
       01  SUBQ-RECORD-2                  PIC X(40).
       FD  SUBQ-FILE-3
           RECORD CONTAINS 40 CHARACTERS.
       01  SUBQ-RECORD-3                  PIC X(40).
       FD  SUBQ-FILE-4
           RECORD CONTAINS 40 CHARACTERS.
       01  SUBQ-RECORD-4                  PIC X(40).

       FD  CHARGE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-CONTROL-RECORD.
           05  CHG-BILLING-MONTH          PIC X(6).
           05  FILLER                     PIC X(74).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

       FD  CHARGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-REPORT-LINE             PIC X(132).

      *    General-ledger interface - one 'D' record per owner and
      *    charge code, then a 'T' trailer the interface balances.
       FD  GL-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-FEED-RECORD.
           05  GL-REC-TYPE                PIC X.
           05  GL-PERIOD                  PIC X(6).
           05  GL-OWNER                   PIC X(8).
           05  GL-COST-CENTRE             PIC X(12).
           05  GL-CHARGE-CODE             PIC X(4).
           05  GL-AMOUNT                  PIC 9(11)V99.
           05  FILLER                     PIC X(36).
       01  GL-TRAILER-RECORD.
           05  GLT-REC-TYPE               PIC X.
           05  GLT-PERIOD                 PIC X(6).
           05  GLT-RECORD-COUNT           PIC 9(7).
           05  GLT-TOTAL-AMOUNT           PIC 9(13)V99.
           05  FILLER                     PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-HISTORY-STATUS       PIC XX VALUE '00'.
       01  WS-REPAIR-STATUS               PIC XX VALUE '00'.
       01  WS-SOURCE-REF-STATUS           PIC XX VALUE '00'.
       01  WS-RATE-STATUS                 PIC XX VALUE '00'.
       01  WS-SUBSCRIBER-STATUS           PIC XX VALUE '00'.
       01  WS-TRANS-STATUS                PIC XX VALUE '00'.
       01  WS-TRANS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-SUBQ-STATUS                 PIC XX VALUE '00'.
       01  WS-CHARGE-CONTROL-STATUS       PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-CHARGE-REPORT-STATUS        PIC XX VALUE '00'.
       01  WS-GL-FEED-STATUS              PIC XX VALUE '00'.

       01  WS-BILLING-MONTH               PIC X(6) VALUE SPACES.
       01  WS-MONTH-END-DATE              PIC X(8) VALUE SPACES.
       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-UNASSIGNED-OWNER            PIC X(8) VALUE 'UNASSIGN'.
       01  WS-DASHBOARD-NAME              PIC X(8) VALUE 'DASHBORD'.

      *    Work fields for the record being counted - key, number and
      *    source, the first 19 bytes, identify the delivery.
       01  WS-DELIVERY-RECORD.
           05  DLV-RECORD-KEY             PIC X(10).
           05  DLV-NUMBER                 PIC 9(5).
           05  DLV-SOURCE-SYS             PIC X(4).
           05  DLV-TIMESTAMP              PIC X(21).
       01  WS-LOOKUP-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-OWNER                PIC X(8) VALUE 'UNASSIGN'.
       01  WS-LOOKUP-SUBSCRIBER           PIC 9(2) VALUE 0.
       01  WS-CUR-QUEUE-NO                PIC 9(1) VALUE 0.

      *    Every source billed this month - from the source file
      *    first, then any source the volume turns up that is not on
      *    it - with its owner and the month's volumes.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-SOURCE-SYS      PIC X(4).
               10  WS-SRC-OWNER           PIC X(8).
               10  WS-SRC-PROCESSED       PIC 9(9).
               10  WS-SRC-FLAGGED         PIC 9(9).
               10  WS-SRC-REJECTS         PIC 9(7).
               10  WS-SRC-RESUBMITS       PIC 9(7).
       01  WS-SRC-COUNT                   PIC 9(2) VALUE 0.
       01  WS-SRC-MAX                     PIC 9(2) VALUE 50.
       01  WS-SRC-SUB                     PIC 9(2) VALUE 0.
       01  WS-SRC-IDX                     PIC 9(2) VALUE 0.
       01  WS-SRC-OVERFLOW-COUNT          PIC 9(7) VALUE 0.

      *    One entry per owner, in the order the source file names
      *    them, with the month's charges by charge code.
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY OCCURS 50 TIMES.
               10  WS-OWN-OWNER           PIC X(8).
               10  WS-OWN-NAME            PIC X(30).
               10  WS-OWN-COST-CENTRE     PIC X(12).
               10  WS-OWN-PROC-AMOUNT     PIC 9(11)V99.
               10  WS-OWN-FLAG-AMOUNT     PIC 9(11)V99.
               10  WS-OWN-NOTI-AMOUNT     PIC 9(11)V99.
               10  WS-OWN-REPR-AMOUNT     PIC 9(11)V99.
               10  WS-OWN-TOTAL-AMOUNT    PIC 9(11)V99.
       01  WS-OWN-COUNT                   PIC 9(2) VALUE 0.
       01  WS-OWN-MAX                     PIC 9(2) VALUE 50.
       01  WS-OWN-SUB                     PIC 9(2) VALUE 0.
       01  WS-OWN-IDX                     PIC 9(2) VALUE 0.

      *    Delivery channels - entry 1 is always the dashboard queue,
      *    the rest come from the subscriber registry by queue slot,
      *    with the source filter FLAGNOTI delivers on.
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SBR-ENTRY OCCURS 11 TIMES.
               10  WS-SBR-NAME            PIC X(8).
               10  WS-SBR-QUEUE-NO        PIC 9(1).
               10  WS-SBR-FILTER          PIC X(4).
       01  WS-SBR-COUNT                   PIC 9(2) VALUE 0.
       01  WS-SBR-MAX                     PIC 9(2) VALUE 11.
       01  WS-SBR-SUB                     PIC 9(2) VALUE 0.
       01  WS-SBR-IDX                     PIC 9(2) VALUE 0.
       01  WS-SBR-ON-SLOT                 PIC X VALUE 'N'.

      *    Subscribers sharing a queue slot share its file - FLAGNOTI
      *    writes one record per taker of a delivery, in registry
      *    order, with no subscriber on it. A run of records for the
      *    same record key, number and source is one delivery, and
      *    its records are dealt out one to each taker in turn.
       01  WS-PREV-DELIVERY               PIC X(19) VALUE SPACES.
       01  WS-DLV-POSITION                PIC 9(5) VALUE 0.
       01  WS-DLV-TAKERS                  PIC 9(2) VALUE 0.
       01  WS-DLV-TARGET                  PIC 9(2) VALUE 0.
       01  WS-DLV-SEEN                    PIC 9(2) VALUE 0.
       01  WS-UNTAKEN-COUNT               PIC 9(7) VALUE 0.

      *    Notifications delivered per source per subscriber.
       01  WS-TRAFFIC-TABLE.
           05  WS-TRF-ENTRY OCCURS 500 TIMES.
               10  WS-TRF-SOURCE-SYS      PIC X(4).
               10  WS-TRF-SUBSCRIBER      PIC 9(2).
               10  WS-TRF-DELIVERED       PIC 9(9).
       01  WS-TRF-COUNT                   PIC 9(3) VALUE 0.
       01  WS-TRF-MAX                     PIC 9(3) VALUE 500.
       01  WS-TRF-SUB                     PIC 9(3) VALUE 0.
       01  WS-TRF-IDX                     PIC 9(3) VALUE 0.
       01  WS-TRF-OVERFLOW-COUNT          PIC 9(7) VALUE 0.

      *    Every rate entry, whatever its date - the one in force
      *    is chosen at pricing time.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 500 TIMES.
               10  WS-RTE-TYPE            PIC X.
               10  WS-RTE-CODE            PIC X(8).
               10  WS-RTE-EFFECTIVE-DATE  PIC X(8).
               10  WS-RTE-RATE-1          PIC 9(3)V9(5).
               10  WS-RTE-RATE-2          PIC 9(3)V9(5).
               10  WS-RTE-RATE-3          PIC 9(3)V9(5).
               10  WS-RTE-RATE-4          PIC 9(3)V9(5).
       01  WS-RTE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-RTE-MAX                     PIC 9(3) VALUE 500.
       01  WS-RTE-SUB                     PIC 9(3) VALUE 0.
       01  WS-RTE-FOUND                   PIC 9(3) VALUE 0.
       01  WS-RTE-OVERFLOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-FIND-TYPE                   PIC X VALUE SPACE.
       01  WS-FIND-CODE                   PIC X(8) VALUE SPACES.
       01  WS-DEFAULT-RATE-CODE           PIC X(8) VALUE '****'.

      *    The charge line being priced.
       01  WS-LINE-SOURCE                 PIC X(4) VALUE SPACES.
       01  WS-LINE-TEXT                   PIC X(30) VALUE SPACES.
       01  WS-LINE-CODE                   PIC X(4) VALUE SPACES.
       01  WS-LINE-VOLUME                 PIC 9(9) VALUE 0.
       01  WS-LINE-RATE                   PIC 9(3)V9(5) VALUE 0.
       01  WS-LINE-PRICED                 PIC X VALUE 'Y'.
       01  WS-LINE-AMOUNT                 PIC 9(11)V99 VALUE 0.
       01  WS-VOLUME-EDIT                 PIC Z(8)9.
       01  WS-RATE-EDIT                   PIC ZZ9.99999.
       01  WS-AMOUNT-EDIT                 PIC Z(10)9.99.
       01  WS-TOTAL-EDIT                  PIC Z(12)9.99.

       01  WS-UNPRICED-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNOWNED-COUNT               PIC 9(3) VALUE 0.
       01  WS-GRAND-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-GL-RECORD-COUNT             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           PERFORM 040-READ-CALENDAR.
           PERFORM 050-READ-CHARGE-CARD.
           STRING WS-BILLING-MONTH "31" DELIMITED BY SIZE
               INTO WS-MONTH-END-DATE
           END-STRING.
           PERFORM 100-LOAD-SOURCES.
           PERFORM 120-LOAD-RATES.
           PERFORM 140-LOAD-SUBSCRIBERS.
           PERFORM 200-COUNT-SOURCE-HISTORY.
           PERFORM 300-COUNT-DASHBOARD-QUEUE.
           PERFORM 350-COUNT-SUBSCRIBER-QUEUES.
           PERFORM 400-COUNT-REPAIR-QUEUE.
           PERFORM 500-OPEN-OUTPUTS.
           MOVE 1 TO WS-OWN-SUB.
           PERFORM UNTIL WS-OWN-SUB > WS-OWN-COUNT
               PERFORM 600-WRITE-OWNER-STATEMENT
               ADD 1 TO WS-OWN-SUB
           END-PERFORM.
           PERFORM 800-WRITE-SUMMARY-PAGE.
           PERFORM 850-WRITE-GL-FEED.
           CLOSE CHARGE-REPORT-FILE, GL-FEED-FILE.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "FLAGCHGB - BILLING MONTH:   " WS-BILLING-MONTH.
           DISPLAY "FLAGCHGB - OWNERS BILLED:   " WS-OWN-COUNT.
           DISPLAY "FLAGCHGB - TOTAL CHARGED:   " WS-TOTAL-EDIT.
           DISPLAY "FLAGCHGB - UNPRICED LINES:  " WS-UNPRICED-COUNT.
           IF WS-UNPRICED-COUNT > 0 OR WS-UNOWNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       040-READ-CALENDAR.
      *    Run the morning after month-end, the calendar's previous
      *    business date is the last day of the month being billed.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-STATUS NOT = '00'
                          OR WS-CALENDAR-FOUND = 'Y'
                   READ CALENDAR-FILE
                       NOT AT END
                           IF CAL-REC-TYPE = 'C'
                              AND CAL-PREVIOUS-DATE IS NUMERIC
                               MOVE 'Y' TO WS-CALENDAR-FOUND
                               MOVE CAL-PREVIOUS-DATE (1:6)
                                   TO WS-BILLING-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CALENDAR-FOUND = 'N'
               DISPLAY "WARNING - NO CURRENT-DATE RECORD ON CALFILE "
                   "- STATUS: " WS-CALENDAR-STATUS
           END-IF.

       050-READ-CHARGE-CARD.
           OPEN INPUT CHARGE-CONTROL-FILE.
           IF WS-CHARGE-CONTROL-STATUS = '00'
               READ CHARGE-CONTROL-FILE
                   NOT AT END
                       IF CHG-BILLING-MONTH IS NUMERIC
                           MOVE CHG-BILLING-MONTH TO WS-BILLING-MONTH
                       END-IF
               END-READ
               CLOSE CHARGE-CONTROL-FILE
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN CHGCARD - STATUS: "
                   WS-CHARGE-CONTROL-STATUS
           END-IF.
           IF WS-BILLING-MONTH = SPACES
               DISPLAY "FLAGCHGB - NO BILLING MONTH ON CHGCARD AND "
                   "NO CURRENT-DATE RECORD ON CALFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-LOAD-SOURCES.
           OPEN INPUT SOURCE-REF-FILE.
           IF WS-SOURCE-REF-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SOURCE-REF-FILE - STATUS: "
                   WS-SOURCE-REF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SRC-SOURCE-SYS NOT = SPACES
                           PERFORM 110-TABLE-ONE-SOURCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-REF-FILE.

       110-TABLE-ONE-SOURCE.
           IF SRC-OWNER = SPACES
               MOVE WS-UNASSIGNED-OWNER TO SRC-OWNER
               MOVE "NO OWNER ON SOURCE FILE" TO SRC-OWNER-NAME
               MOVE SPACES TO SRC-COST-CENTRE
           END-IF.
      *    An owner's name and cost centre are taken from the
      *    first source that names it.
           MOVE SRC-OWNER TO WS-LOOKUP-OWNER.
           MOVE SRC-SOURCE-SYS TO WS-LOOKUP-SOURCE.
           PERFORM 150-FIND-SOURCE.
           IF WS-OWN-IDX > 0
              AND WS-OWN-NAME (WS-OWN-IDX) = SPACES
               MOVE SRC-OWNER-NAME TO WS-OWN-NAME (WS-OWN-IDX)
               MOVE SRC-COST-CENTRE TO WS-OWN-COST-CENTRE (WS-OWN-IDX)
           END-IF.
           MOVE WS-UNASSIGNED-OWNER TO WS-LOOKUP-OWNER.

       120-LOAD-RATES.
      *    Without rates nothing can be billed - a missing rate file
      *    is a failed run, not a month billed at zero.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN RATE-FILE - STATUS: "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF (RTE-TYPE = 'S' OR RTE-TYPE = 'U')
                          AND RTE-EFFECTIVE-DATE IS NUMERIC
                           PERFORM 130-TABLE-ONE-RATE
                       ELSE
                           DISPLAY "WARNING - RATE ENTRY IGNORED: "
                               RATE-RECORD (1:17)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           IF WS-RTE-OVERFLOW-COUNT > 0
               DISPLAY "RATE TABLE FULL - " WS-RTE-OVERFLOW-COUNT
                   " RATE ENTRIES NOT LOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-TABLE-ONE-RATE.
           IF WS-RTE-COUNT < WS-RTE-MAX
               ADD 1 TO WS-RTE-COUNT
               MOVE RTE-TYPE TO WS-RTE-TYPE (WS-RTE-COUNT)
               MOVE RTE-CODE TO WS-RTE-CODE (WS-RTE-COUNT)
               MOVE RTE-EFFECTIVE-DATE
                   TO WS-RTE-EFFECTIVE-DATE (WS-RTE-COUNT)
               IF RTE-TYPE = 'S'
                   MOVE RTE-PROCESSED-RATE
                       TO WS-RTE-RATE-1 (WS-RTE-COUNT)
                   MOVE RTE-FLAGGED-RATE
                       TO WS-RTE-RATE-2 (WS-RTE-COUNT)
                   MOVE RTE-REJECT-RATE
                       TO WS-RTE-RATE-3 (WS-RTE-COUNT)
                   MOVE RTE-RESUBMIT-RATE
                       TO WS-RTE-RATE-4 (WS-RTE-COUNT)
               ELSE
                   MOVE RTE-NOTIFY-RATE
                       TO WS-RTE-RATE-1 (WS-RTE-COUNT)
                   MOVE 0 TO WS-RTE-RATE-2 (WS-RTE-COUNT)
                   MOVE 0 TO WS-RTE-RATE-3 (WS-RTE-COUNT)
                   MOVE 0 TO WS-RTE-RATE-4 (WS-RTE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-RTE-OVERFLOW-COUNT
           END-IF.

       140-LOAD-SUBSCRIBERS.
      *    The dashboard is always a delivery channel; a missing
      *    registry just means it is the only one, as in the sweep.
           MOVE 1 TO WS-SBR-COUNT.
           MOVE WS-DASHBOARD-NAME TO WS-SBR-NAME (1).
           MOVE 0 TO WS-SBR-QUEUE-NO (1).
           MOVE SPACES TO WS-SBR-FILTER (1).
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUBSCRIBER-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN SUBFILE - STATUS: "
                   WS-SUBSCRIBER-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUBSCRIBER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF SUB-NAME NOT = SPACES
                              AND SUB-QUEUE-NO IS NUMERIC
                              AND SUB-QUEUE-NO >= 1
                              AND SUB-QUEUE-NO <= 4
                              AND WS-SBR-COUNT < WS-SBR-MAX
                               ADD 1 TO WS-SBR-COUNT
                               MOVE SUB-NAME
                                   TO WS-SBR-NAME (WS-SBR-COUNT)
                               MOVE SUB-QUEUE-NO
                                   TO WS-SBR-QUEUE-NO (WS-SBR-COUNT)
                               MOVE SUB-SOURCE-FILTER
                                   TO WS-SBR-FILTER (WS-SBR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       150-FIND-SOURCE.
      *    Finds WS-LOOKUP-SOURCE in the source table, adding it
      *    under WS-LOOKUP-OWNER if new - the unassigned owner, once
      *    the source file is loaded. WS-SRC-IDX is zero only when
      *    the table is full.
           MOVE 0 TO WS-SRC-IDX.
           MOVE 0 TO WS-OWN-IDX.
           MOVE 1 TO WS-SRC-SUB.
           PERFORM UNTIL WS-SRC-SUB > WS-SRC-COUNT
                      OR WS-SRC-IDX > 0
               IF WS-SRC-SOURCE-SYS (WS-SRC-SUB) = WS-LOOKUP-SOURCE
                   MOVE WS-SRC-SUB TO WS-SRC-IDX
               END-IF
               ADD 1 TO WS-SRC-SUB
           END-PERFORM.
           IF WS-SRC-IDX = 0
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
                   MOVE WS-LOOKUP-SOURCE
                       TO WS-SRC-SOURCE-SYS (WS-SRC-IDX)
                   MOVE WS-LOOKUP-OWNER TO WS-SRC-OWNER (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-PROCESSED (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-FLAGGED (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-REJECTS (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-RESUBMITS (WS-SRC-IDX)
                   PERFORM 160-FIND-OWNER
                   IF WS-OWN-IDX > 0
                      AND WS-LOOKUP-OWNER = WS-UNASSIGNED-OWNER
                      AND WS-OWN-NAME (WS-OWN-IDX) = SPACES
                       MOVE "NO OWNER ON SOURCE FILE"
                           TO WS-OWN-NAME (WS-OWN-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-SRC-OVERFLOW-COUNT
               END-IF
           END-IF.

       160-FIND-OWNER.
      *    Finds WS-LOOKUP-OWNER in the owner table, adding it if
      *    new.
           MOVE 0 TO WS-OWN-IDX.
           MOVE 1 TO WS-OWN-SUB.
           PERFORM UNTIL WS-OWN-SUB > WS-OWN-COUNT
                      OR WS-OWN-IDX > 0
               IF WS-OWN-OWNER (WS-OWN-SUB) = WS-LOOKUP-OWNER
                   MOVE WS-OWN-SUB TO WS-OWN-IDX
               END-IF
               ADD 1 TO WS-OWN-SUB
           END-PERFORM.
           IF WS-OWN-IDX = 0 AND WS-OWN-COUNT < WS-OWN-MAX
               ADD 1 TO WS-OWN-COUNT
               MOVE WS-OWN-COUNT TO WS-OWN-IDX
               MOVE WS-LOOKUP-OWNER TO WS-OWN-OWNER (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-NAME (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-COST-CENTRE (WS-OWN-IDX)
               MOVE 0 TO WS-OWN-PROC-AMOUNT (WS-OWN-IDX)
               MOVE 0 TO WS-OWN-FLAG-AMOUNT (WS-OWN-IDX)
               MOVE 0 TO WS-OWN-NOTI-AMOUNT (WS-OWN-IDX)
               MOVE 0 TO WS-OWN-REPR-AMOUNT (WS-OWN-IDX)
               MOVE 0 TO WS-OWN-TOTAL-AMOUNT (WS-OWN-IDX)
           END-IF.

       200-COUNT-SOURCE-HISTORY.
           OPEN INPUT SOURCE-HISTORY-FILE.
           IF WS-SOURCE-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN SOURCE-HISTORY-FILE - STATUS: "
                   WS-SOURCE-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO SH-KEY.
           START SOURCE-HISTORY-FILE KEY IS GREATER THAN SH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SH-RUN-DATE (1:6) = WS-BILLING-MONTH
                           MOVE SH-SOURCE-SYS TO WS-LOOKUP-SOURCE
                           PERFORM 150-FIND-SOURCE
                           IF WS-SRC-IDX > 0
                               ADD SH-PROCESSED
                                   TO WS-SRC-PROCESSED (WS-SRC-IDX)
                               ADD SH-COUNT-Y
                                   TO WS-SRC-FLAGGED (WS-SRC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-HISTORY-FILE.

       300-COUNT-DASHBOARD-QUEUE.
      *    The retention sweep moves aged queue entries onto archive
      *    generations, so a month's deliveries are split between
      *    the live queue and the archive - both are counted.
           MOVE 1 TO WS-LOOKUP-SUBSCRIBER.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN TRANS-FILE - STATUS: "
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TRN-TIMESTAMP (1:6) = WS-BILLING-MONTH
                           MOVE TRN-SOURCE-SYS TO WS-LOOKUP-SOURCE
                           PERFORM 380-COUNT-ONE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           OPEN INPUT TRANS-ARCHIVE-FILE.
           IF WS-TRANS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN TRNARCH - STATUS: "
                   WS-TRANS-ARCHIVE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TRANS-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF TRA-TIMESTAMP (1:6) = WS-BILLING-MONTH
                               MOVE TRA-SOURCE-SYS
                                   TO WS-LOOKUP-SOURCE
                               PERFORM 380-COUNT-ONE-DELIVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVE-FILE
           END-IF.

       350-COUNT-SUBSCRIBER-QUEUES.
      *    Each slot file is read once, however many subscribers
      *    share it. A slot with no subscriber on the registry is not
      *    read - nobody is billed for a queue nobody takes.
           MOVE 1 TO WS-CUR-QUEUE-NO.
           PERFORM UNTIL WS-CUR-QUEUE-NO > 4
               MOVE 'N' TO WS-SBR-ON-SLOT
               MOVE 2 TO WS-SBR-SUB
               PERFORM UNTIL WS-SBR-SUB > WS-SBR-COUNT
                          OR WS-SBR-ON-SLOT = 'Y'
                   IF WS-SBR-QUEUE-NO (WS-SBR-SUB) = WS-CUR-QUEUE-NO
                       MOVE 'Y' TO WS-SBR-ON-SLOT
                   END-IF
                   ADD 1 TO WS-SBR-SUB
               END-PERFORM
               IF WS-SBR-ON-SLOT = 'Y'
                   MOVE SPACES TO WS-PREV-DELIVERY
                   MOVE 0 TO WS-DLV-POSITION
                   EVALUATE WS-CUR-QUEUE-NO
                       WHEN 1
                           PERFORM 361-COUNT-SUBQ-1
                       WHEN 2
                           PERFORM 362-COUNT-SUBQ-2
                       WHEN 3
                           PERFORM 363-COUNT-SUBQ-3
                       WHEN 4
                           PERFORM 364-COUNT-SUBQ-4
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-CUR-QUEUE-NO
           END-PERFORM.

       361-COUNT-SUBQ-1.
           OPEN INPUT SUBQ-FILE-1.
           IF WS-SUBQ-STATUS NOT = '00'
               PERFORM 370-WARN-SUBQ
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUBQ-FILE-1 INTO WS-DELIVERY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 375-CHECK-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE SUBQ-FILE-1
           END-IF.

       362-COUNT-SUBQ-2.
           OPEN INPUT SUBQ-FILE-2.
           IF WS-SUBQ-STATUS NOT = '00'
               PERFORM 370-WARN-SUBQ
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUBQ-FILE-2 INTO WS-DELIVERY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 375-CHECK-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE SUBQ-FILE-2
           END-IF.

       363-COUNT-SUBQ-3.
           OPEN INPUT SUBQ-FILE-3.
           IF WS-SUBQ-STATUS NOT = '00'
               PERFORM 370-WARN-SUBQ
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUBQ-FILE-3 INTO WS-DELIVERY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 375-CHECK-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE SUBQ-FILE-3
           END-IF.

       364-COUNT-SUBQ-4.
           OPEN INPUT SUBQ-FILE-4.
           IF WS-SUBQ-STATUS NOT = '00'
               PERFORM 370-WARN-SUBQ
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUBQ-FILE-4 INTO WS-DELIVERY-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 375-CHECK-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE SUBQ-FILE-4
           END-IF.

       370-WARN-SUBQ.
           DISPLAY "WARNING - UNABLE TO OPEN SUBQ0" WS-CUR-QUEUE-NO
               " - STATUS: " WS-SUBQ-STATUS.

       375-CHECK-DELIVERY.
      *    The position in the run is kept whatever the month, so a
      *    delivery's records stay paired with its takers.
           IF WS-DELIVERY-RECORD (1:19) = WS-PREV-DELIVERY
               ADD 1 TO WS-DLV-POSITION
           ELSE
               MOVE 1 TO WS-DLV-POSITION
               MOVE WS-DELIVERY-RECORD (1:19) TO WS-PREV-DELIVERY
           END-IF.
           IF DLV-TIMESTAMP (1:6) = WS-BILLING-MONTH
               MOVE DLV-SOURCE-SYS TO WS-LOOKUP-SOURCE
               PERFORM 377-FIND-TAKER
               IF WS-LOOKUP-SUBSCRIBER > 0
                   PERFORM 380-COUNT-ONE-DELIVERY
               ELSE
                   ADD 1 TO WS-UNTAKEN-COUNT
               END-IF
           END-IF.

       377-FIND-TAKER.
      *    The takers of a delivery are the subscribers on this slot
      *    whose filter is blank or the record's source, in registry
      *    order; the record at position n of the run goes to the
      *    nth of them, wrapping when the same record was delivered
      *    twice running. WS-LOOKUP-SUBSCRIBER is zero when nobody
      *    on the registry now takes the source from this slot.
           MOVE 0 TO WS-LOOKUP-SUBSCRIBER.
           MOVE 0 TO WS-DLV-TAKERS.
           MOVE 2 TO WS-SBR-IDX.
           PERFORM UNTIL WS-SBR-IDX > WS-SBR-COUNT
               IF WS-SBR-QUEUE-NO (WS-SBR-IDX) = WS-CUR-QUEUE-NO
                  AND (WS-SBR-FILTER (WS-SBR-IDX) = SPACES
                   OR WS-SBR-FILTER (WS-SBR-IDX) = DLV-SOURCE-SYS)
                   ADD 1 TO WS-DLV-TAKERS
               END-IF
               ADD 1 TO WS-SBR-IDX
           END-PERFORM.
           IF WS-DLV-TAKERS > 0
               COMPUTE WS-DLV-TARGET =
                   FUNCTION MOD (WS-DLV-POSITION - 1, WS-DLV-TAKERS)
                   + 1
               MOVE 0 TO WS-DLV-SEEN
               MOVE 2 TO WS-SBR-IDX
               PERFORM UNTIL WS-SBR-IDX > WS-SBR-COUNT
                          OR WS-LOOKUP-SUBSCRIBER > 0
                   IF WS-SBR-QUEUE-NO (WS-SBR-IDX) = WS-CUR-QUEUE-NO
                      AND (WS-SBR-FILTER (WS-SBR-IDX) = SPACES
                       OR WS-SBR-FILTER (WS-SBR-IDX) = DLV-SOURCE-SYS)
                       ADD 1 TO WS-DLV-SEEN
                       IF WS-DLV-SEEN = WS-DLV-TARGET
                           MOVE WS-SBR-IDX TO WS-LOOKUP-SUBSCRIBER
                       END-IF
                   END-IF
                   ADD 1 TO WS-SBR-IDX
               END-PERFORM
           END-IF.

       380-COUNT-ONE-DELIVERY.
      *    One delivery of WS-LOOKUP-SOURCE's record to subscriber
      *    WS-LOOKUP-SUBSCRIBER.
           PERFORM 150-FIND-SOURCE.
           MOVE 0 TO WS-TRF-SUB.
           MOVE 1 TO WS-TRF-IDX.
           PERFORM UNTIL WS-TRF-IDX > WS-TRF-COUNT
                      OR WS-TRF-SUB > 0
               IF WS-TRF-SOURCE-SYS (WS-TRF-IDX) = WS-LOOKUP-SOURCE
                  AND WS-TRF-SUBSCRIBER (WS-TRF-IDX)
                      = WS-LOOKUP-SUBSCRIBER
                   MOVE WS-TRF-IDX TO WS-TRF-SUB
               END-IF
               ADD 1 TO WS-TRF-IDX
           END-PERFORM.
           IF WS-TRF-SUB = 0
               IF WS-TRF-COUNT < WS-TRF-MAX
                   ADD 1 TO WS-TRF-COUNT
                   MOVE WS-TRF-COUNT TO WS-TRF-SUB
                   MOVE WS-LOOKUP-SOURCE
                       TO WS-TRF-SOURCE-SYS (WS-TRF-SUB)
                   MOVE WS-LOOKUP-SUBSCRIBER
                       TO WS-TRF-SUBSCRIBER (WS-TRF-SUB)
                   MOVE 0 TO WS-TRF-DELIVERED (WS-TRF-SUB)
               ELSE
                   ADD 1 TO WS-TRF-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-TRF-SUB > 0
               ADD 1 TO WS-TRF-DELIVERED (WS-TRF-SUB)
           END-IF.

       400-COUNT-REPAIR-QUEUE.
      *    Rejects are billed in the month they were loaded, repairs
      *    in the month they went back through the edit.
           OPEN INPUT REPAIR-FILE.
           IF WS-REPAIR-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REPAIR-FILE - STATUS: "
                   WS-REPAIR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO REP-KEY.
           START REPAIR-FILE KEY IS GREATER THAN REP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REPAIR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 450-COUNT-ONE-REPAIR
               END-READ
           END-PERFORM.
           CLOSE REPAIR-FILE.

       450-COUNT-ONE-REPAIR.
           IF REP-REJECT-DATE (1:6) = WS-BILLING-MONTH
              OR (REP-STATUS = 'C'
                  AND REP-RESUBMIT-DATE (1:6) = WS-BILLING-MONTH)
               MOVE REP-ORIG-SOURCE-SYS TO WS-LOOKUP-SOURCE
               PERFORM 150-FIND-SOURCE
               IF WS-SRC-IDX > 0
                   IF REP-REJECT-DATE (1:6) = WS-BILLING-MONTH
                       ADD 1 TO WS-SRC-REJECTS (WS-SRC-IDX)
                   END-IF
                   IF REP-STATUS = 'C'
                      AND REP-RESUBMIT-DATE (1:6) = WS-BILLING-MONTH
                       ADD 1 TO WS-SRC-RESUBMITS (WS-SRC-IDX)
                   END-IF
               END-IF
           END-IF.

       500-OPEN-OUTPUTS.
           OPEN OUTPUT CHARGE-REPORT-FILE.
           IF WS-CHARGE-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CHARGE-REPORT-FILE - STATUS: "
                   WS-CHARGE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-FEED-FILE.
           IF WS-GL-FEED-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN GL-FEED-FILE - STATUS: "
                   WS-GL-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       600-WRITE-OWNER-STATEMENT.
           MOVE ALL "=" TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "FLAGGING SERVICE CHARGEBACK STATEMENT - MONTH "
               WS-BILLING-MONTH "   PREPARED " WS-CURRENT-TS (1:8)
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "OWNER: " WS-OWN-OWNER (WS-OWN-SUB) " "
               WS-OWN-NAME (WS-OWN-SUB)
               "  COST CENTRE: " WS-OWN-COST-CENTRE (WS-OWN-SUB)
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "SRC  CODE CHARGE                            "
               "VOLUME       RATE         AMOUNT"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE 1 TO WS-SRC-SUB.
           PERFORM UNTIL WS-SRC-SUB > WS-SRC-COUNT
               IF WS-SRC-OWNER (WS-SRC-SUB) = WS-OWN-OWNER (WS-OWN-SUB)
                   PERFORM 650-BILL-ONE-SOURCE
               END-IF
               ADD 1 TO WS-SRC-SUB
           END-PERFORM.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-OWN-PROC-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "  PROCESSING (PROC)        " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-OWN-FLAG-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "  FLAGGING (FLAG)          " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-OWN-NOTI-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "  NOTIFICATION (NOTI)      " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-OWN-REPR-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "  REPAIR DESK (REPR)       " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE WS-OWN-TOTAL-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "STATEMENT TOTAL            " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.

       650-BILL-ONE-SOURCE.
           MOVE WS-SRC-SOURCE-SYS (WS-SRC-SUB) TO WS-LINE-SOURCE.
           MOVE 'S' TO WS-FIND-TYPE.
           MOVE WS-LINE-SOURCE TO WS-FIND-CODE.
           PERFORM 900-FIND-RATE.
      *    Processing and flagging always print, even at zero, so a
      *    source that went quiet shows on its owner's statement.
           MOVE 'PROC' TO WS-LINE-CODE.
           MOVE "RECORDS PROCESSED" TO WS-LINE-TEXT.
           MOVE WS-SRC-PROCESSED (WS-SRC-SUB) TO WS-LINE-VOLUME.
           IF WS-RTE-FOUND > 0
               MOVE WS-RTE-RATE-1 (WS-RTE-FOUND) TO WS-LINE-RATE
           END-IF.
           PERFORM 700-PRICE-CHARGE-LINE.
           MOVE 'FLAG' TO WS-LINE-CODE.
           MOVE "RECORDS FLAGGED" TO WS-LINE-TEXT.
           MOVE WS-SRC-FLAGGED (WS-SRC-SUB) TO WS-LINE-VOLUME.
           IF WS-RTE-FOUND > 0
               MOVE WS-RTE-RATE-2 (WS-RTE-FOUND) TO WS-LINE-RATE
           END-IF.
           PERFORM 700-PRICE-CHARGE-LINE.
           MOVE 1 TO WS-TRF-SUB.
           PERFORM UNTIL WS-TRF-SUB > WS-TRF-COUNT
               IF WS-TRF-SOURCE-SYS (WS-TRF-SUB) = WS-LINE-SOURCE
                   PERFORM 660-BILL-ONE-SUBSCRIBER
               END-IF
               ADD 1 TO WS-TRF-SUB
           END-PERFORM.
      *    The repair desk's work is its own billable line.
           IF WS-SRC-REJECTS (WS-SRC-SUB) > 0
               MOVE 'S' TO WS-FIND-TYPE
               MOVE WS-LINE-SOURCE TO WS-FIND-CODE
               PERFORM 900-FIND-RATE
               MOVE 'REPR' TO WS-LINE-CODE
               MOVE "REPAIR - REJECTS LOADED" TO WS-LINE-TEXT
               MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO WS-LINE-VOLUME
               IF WS-RTE-FOUND > 0
                   MOVE WS-RTE-RATE-3 (WS-RTE-FOUND) TO WS-LINE-RATE
               END-IF
               PERFORM 700-PRICE-CHARGE-LINE
           END-IF.
           IF WS-SRC-RESUBMITS (WS-SRC-SUB) > 0
               MOVE 'S' TO WS-FIND-TYPE
               MOVE WS-LINE-SOURCE TO WS-FIND-CODE
               PERFORM 900-FIND-RATE
               MOVE 'REPR' TO WS-LINE-CODE
               MOVE "REPAIR - RESUBMITTED" TO WS-LINE-TEXT
               MOVE WS-SRC-RESUBMITS (WS-SRC-SUB) TO WS-LINE-VOLUME
               IF WS-RTE-FOUND > 0
                   MOVE WS-RTE-RATE-4 (WS-RTE-FOUND) TO WS-LINE-RATE
               END-IF
               PERFORM 700-PRICE-CHARGE-LINE
           END-IF.

       660-BILL-ONE-SUBSCRIBER.
           MOVE WS-TRF-SUBSCRIBER (WS-TRF-SUB) TO WS-SBR-SUB.
           MOVE 'U' TO WS-FIND-TYPE.
           MOVE WS-SBR-NAME (WS-SBR-SUB) TO WS-FIND-CODE.
           PERFORM 900-FIND-RATE.
           MOVE 'NOTI' TO WS-LINE-CODE.
           MOVE SPACES TO WS-LINE-TEXT.
           STRING "NOTIFICATIONS - " WS-SBR-NAME (WS-SBR-SUB)
               DELIMITED BY SIZE INTO WS-LINE-TEXT
           END-STRING.
           MOVE WS-TRF-DELIVERED (WS-TRF-SUB) TO WS-LINE-VOLUME.
           IF WS-RTE-FOUND > 0
               MOVE WS-RTE-RATE-1 (WS-RTE-FOUND) TO WS-LINE-RATE
           END-IF.
           PERFORM 700-PRICE-CHARGE-LINE.

       700-PRICE-CHARGE-LINE.
      *    Prices WS-LINE-VOLUME at WS-LINE-RATE onto the owner's
      *    charge code totals and prints the line. With no rate in
      *    force the volume still prints, marked unpriced.
           MOVE 'Y' TO WS-LINE-PRICED.
           IF WS-RTE-FOUND = 0
               MOVE 'N' TO WS-LINE-PRICED
               MOVE 0 TO WS-LINE-RATE
               IF WS-LINE-VOLUME > 0
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-IF.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-LINE-VOLUME * WS-LINE-RATE.
           EVALUATE WS-LINE-CODE
               WHEN 'PROC'
                   ADD WS-LINE-AMOUNT
                       TO WS-OWN-PROC-AMOUNT (WS-OWN-SUB)
               WHEN 'FLAG'
                   ADD WS-LINE-AMOUNT
                       TO WS-OWN-FLAG-AMOUNT (WS-OWN-SUB)
               WHEN 'NOTI'
                   ADD WS-LINE-AMOUNT
                       TO WS-OWN-NOTI-AMOUNT (WS-OWN-SUB)
               WHEN 'REPR'
                   ADD WS-LINE-AMOUNT
                       TO WS-OWN-REPR-AMOUNT (WS-OWN-SUB)
           END-EVALUATE.
           ADD WS-LINE-AMOUNT TO WS-OWN-TOTAL-AMOUNT (WS-OWN-SUB).
           ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL.
           MOVE WS-LINE-VOLUME TO WS-VOLUME-EDIT.
           MOVE WS-LINE-RATE TO WS-RATE-EDIT.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           IF WS-LINE-PRICED = 'Y'
               STRING WS-LINE-SOURCE " " WS-LINE-CODE " "
                   WS-LINE-TEXT " " WS-VOLUME-EDIT "  "
                   WS-RATE-EDIT "  " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-LINE-SOURCE " " WS-LINE-CODE " "
                   WS-LINE-TEXT " " WS-VOLUME-EDIT "  "
                   " UNPRICED - NO RATE IN FORCE"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CHARGE-REPORT-LINE.

       800-WRITE-SUMMARY-PAGE.
           MOVE ALL "=" TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "FLAGGING SERVICE CHARGEBACK SUMMARY - MONTH "
               WS-BILLING-MONTH
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "OWNER    NAME                           "
               "COST CENTRE           STATEMENT TOTAL"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE 1 TO WS-OWN-SUB.
           PERFORM UNTIL WS-OWN-SUB > WS-OWN-COUNT
               MOVE WS-OWN-TOTAL-AMOUNT (WS-OWN-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING WS-OWN-OWNER (WS-OWN-SUB) " "
                   WS-OWN-NAME (WS-OWN-SUB) " "
                   WS-OWN-COST-CENTRE (WS-OWN-SUB) "  "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               IF WS-OWN-OWNER (WS-OWN-SUB) = WS-UNASSIGNED-OWNER
                   ADD 1 TO WS-UNOWNED-COUNT
               END-IF
               ADD 1 TO WS-OWN-SUB
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           STRING "TOTAL CHARGED"
               "                                            "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING.
           WRITE CHARGE-REPORT-LINE.
           MOVE SPACES TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.
           IF WS-UNOWNED-COUNT > 0
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "*** VOLUME FROM SOURCES WITH NO OWNER BILLED "
                   "TO " WS-UNASSIGNED-OWNER
                   " - ADD THE OWNER TO THE SOURCE FILE ***"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
           END-IF.
           IF WS-UNPRICED-COUNT > 0
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "*** " WS-UNPRICED-COUNT
                   " CHARGE LINE(S) UNPRICED - NO RATE IN FORCE ***"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
           END-IF.
           IF WS-SRC-OVERFLOW-COUNT > 0 OR WS-TRF-OVERFLOW-COUNT > 0
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "*** TABLE FULL - VOLUME NOT BILLED - SOURCES: "
                   WS-SRC-OVERFLOW-COUNT " DELIVERIES: "
                   WS-TRF-OVERFLOW-COUNT " ***"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           IF WS-UNTAKEN-COUNT > 0
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "*** " WS-UNTAKEN-COUNT
                   " SUBSCRIBER QUEUE DELIVERIES NOT BILLED - NO "
                   "SUBSCRIBER ON THE REGISTRY TAKES THEIR SOURCE "
                   "FROM THAT SLOT ***"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

       850-WRITE-GL-FEED.
           MOVE 1 TO WS-OWN-SUB.
           PERFORM UNTIL WS-OWN-SUB > WS-OWN-COUNT
               MOVE 'PROC' TO WS-LINE-CODE
               MOVE WS-OWN-PROC-AMOUNT (WS-OWN-SUB) TO WS-LINE-AMOUNT
               PERFORM 860-WRITE-GL-DETAIL
               MOVE 'FLAG' TO WS-LINE-CODE
               MOVE WS-OWN-FLAG-AMOUNT (WS-OWN-SUB) TO WS-LINE-AMOUNT
               PERFORM 860-WRITE-GL-DETAIL
               MOVE 'NOTI' TO WS-LINE-CODE
               MOVE WS-OWN-NOTI-AMOUNT (WS-OWN-SUB) TO WS-LINE-AMOUNT
               PERFORM 860-WRITE-GL-DETAIL
               MOVE 'REPR' TO WS-LINE-CODE
               MOVE WS-OWN-REPR-AMOUNT (WS-OWN-SUB) TO WS-LINE-AMOUNT
               PERFORM 860-WRITE-GL-DETAIL
               ADD 1 TO WS-OWN-SUB
           END-PERFORM.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE 'T' TO GLT-REC-TYPE.
           MOVE WS-BILLING-MONTH TO GLT-PERIOD.
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO GLT-TOTAL-AMOUNT.
           WRITE GL-TRAILER-RECORD.

       860-WRITE-GL-DETAIL.
      *    Nothing to post for a zero charge.
           IF WS-LINE-AMOUNT > 0
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'D' TO GL-REC-TYPE
               MOVE WS-BILLING-MONTH TO GL-PERIOD
               MOVE WS-OWN-OWNER (WS-OWN-SUB) TO GL-OWNER
               MOVE WS-OWN-COST-CENTRE (WS-OWN-SUB) TO GL-COST-CENTRE
               MOVE WS-LINE-CODE TO GL-CHARGE-CODE
               MOVE WS-LINE-AMOUNT TO GL-AMOUNT
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF.

       900-FIND-RATE.
      *    The entry in force for WS-FIND-TYPE/WS-FIND-CODE is the
      *    latest effective on or before the month's last day; the
      *    '****' default stands in only when the code has none.
           MOVE 0 TO WS-RTE-FOUND.
           PERFORM 910-SEARCH-RATES.
           IF WS-RTE-FOUND = 0
               MOVE WS-DEFAULT-RATE-CODE TO WS-FIND-CODE
               PERFORM 910-SEARCH-RATES
           END-IF.

       910-SEARCH-RATES.
           MOVE 1 TO WS-RTE-SUB.
           PERFORM UNTIL WS-RTE-SUB > WS-RTE-COUNT
               IF WS-RTE-TYPE (WS-RTE-SUB) = WS-FIND-TYPE
                  AND WS-RTE-CODE (WS-RTE-SUB) = WS-FIND-CODE
                  AND WS-RTE-EFFECTIVE-DATE (WS-RTE-SUB)
                      NOT > WS-MONTH-END-DATE
                   IF WS-RTE-FOUND = 0
                       MOVE WS-RTE-SUB TO WS-RTE-FOUND
                   ELSE
                       IF WS-RTE-EFFECTIVE-DATE (WS-RTE-SUB)
                          > WS-RTE-EFFECTIVE-DATE (WS-RTE-FOUND)
                           MOVE WS-RTE-SUB TO WS-RTE-FOUND
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RTE-SUB
           END-PERFORM.
