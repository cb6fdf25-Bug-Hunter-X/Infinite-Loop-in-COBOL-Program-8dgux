       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGWHSE.
      *
      * FLAGWHSE - end-of-chain delimited extract of the day's flag
      * activity for the data warehouse. The analytics team used to
      * scrape the sweep's summary report and the case aging report,
      * and every column that moved broke their load. This step
      * writes one pipe-delimited file per business date instead:
      *   H  header  - business date, extract timestamp;
      *   D  one row per record the sweep processed that day - key,
      *      source, position, flag, decision reason, notification
      *      timestamp, audit timestamp and any reject reason - from
      *      the status master, the audit trail and the reject file;
      *   R  one row per record rejected that day - the sweep's own
      *      overflow rejects and any front-end edit reject whose key
      *      was not swept;
      *   C  one row per escalation case opened, actioned or closed
      *      that day, from the case file;
      *   T  trailer - row counts and control totals.
      * The D rows' processed, Y and N counts must tie to that
      * night's run-history entry (the latest one, if the sweep was
      * rerun). When they do not, or there is no entry, no trailer
      * is written and the step ends RC=8 - the warehouse load
      * refuses a file without a trailer, so it only ever loads a
      * file that has proved it balances.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-RECORD-KEY
               FILE STATUS IS WS-STATUS-MASTER-STATUS.
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO WHSCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WHSEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATUS-MASTER-RECORD.
           05  STA-RECORD-KEY             PIC X(10).
           05  STA-FLAG                   PIC X.
           05  STA-NUMBER                 PIC 9(5).
           05  STA-PROC-DATE              PIC X(8).
           05  STA-SOURCE-SYS             PIC X(4).
           05  STA-NOTIFIED-TS            PIC X(21).
           05  STA-REJECT-TS              PIC X(21).
           05  STA-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(6).

       FD  CASE-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  CASE-RECORD.
           05  CSE-KEY.
               10  CSE-RECORD-KEY         PIC X(10).
               10  CSE-ESCALATED-DATE     PIC X(8).
           05  CSE-STATUS                 PIC X.
           05  CSE-NUMBER                 PIC 9(5).
           05  CSE-FIRST-SENT-TS          PIC X(21).
           05  CSE-ESCALATED-TS           PIC X(21).
           05  CSE-ACTION-COUNT           PIC 9(3).
           05  CSE-LAST-ACTION-TS         PIC X(21).
           05  CSE-LAST-ACTION-USER       PIC X(8).
           05  CSE-CLOSED-TS              PIC X(21).
           05  CSE-DISPOSITION            PIC X(20).
           05  FILLER                     PIC X(1).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-RUN-DATE            PIC X(8).
               10  RH-START-TIME          PIC X(6).
           05  RH-TOTAL-PROCESSED         PIC 9(5).
           05  RH-COUNT-Y                 PIC 9(5).
           05  RH-COUNT-N                 PIC 9(5).
           05  RH-THRESHOLD               PIC 9(5).
           05  RH-RETURN-CODE             PIC 9(2).
           05  RH-START-TS                PIC X(21).
           05  RH-END-TS                  PIC X(21).
           05  FILLER                     PIC X(2).

       FD  AUDIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-RECORD-KEY             PIC X(10).
           05  AUD-NUMBER                 PIC 9(5).
           05  AUD-TIMESTAMP              PIC X(21).
           05  AUD-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(10).

       FD  REJECT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-RECORD-KEY             PIC X(10).
           05  REJ-REASON-CODE            PIC X(4).
           05  REJ-TIMESTAMP              PIC X(21).
           05  FILLER                     PIC X(5).

      *    Business date override, columns 1-8 - the same run-date
      *    card the reconciliation reads, so a rerun of an older date
      *    extracts the date it reconciled.
       FD  EXTRACT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-CONTROL-RECORD.
           05  WHS-RUN-DATE               PIC X(8).
           05  FILLER                     PIC X(72).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

      *    Pipe-delimited rows, blank-padded to the record length.
       FD  EXTRACT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  EXTRACT-RECORD                 PIC X(250).

       WORKING-STORAGE SECTION.
       COPY OPSENTRY.
       01  WS-STATUS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-CASE-STATUS                 PIC XX VALUE '00'.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS                PIC XX VALUE '00'.
       01  WS-REJECT-STATUS               PIC XX VALUE '00'.
       01  WS-EXTRACT-CONTROL-STATUS      PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-EXTRACT-STATUS              PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TS                PIC X(21) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-HISTORY-FOUND               PIC X VALUE 'N'.
       01  WS-TIED-SWITCH                 PIC X VALUE 'Y'.
       01  WS-DELIM                       PIC X VALUE '|'.

      *    Fields of the row being built.
       01  WS-ROW-TYPE                    PIC X VALUE SPACE.
       01  WS-ROW-NOTIFIED-TS             PIC X(14) VALUE SPACES.
       01  WS-ROW-AUDIT-TS                PIC X(14) VALUE SPACES.
       01  WS-ROW-REJECT-REASON           PIC X(4) VALUE SPACES.
       01  WS-ROW-REJECT-TS               PIC X(14) VALUE SPACES.
       01  WS-ROW-OPENED                  PIC X VALUE 'N'.
       01  WS-ROW-ACTIONED                PIC X VALUE 'N'.
       01  WS-ROW-CLOSED                  PIC X VALUE 'N'.

      *    That night's run-history figures - the last entry for the
      *    date wins, so a same-day rerun is what the extract ties to.
       01  WS-RH-START-TIME               PIC X(6) VALUE SPACES.
       01  WS-RH-PROCESSED                PIC 9(7) VALUE 0.
       01  WS-RH-COUNT-Y                  PIC 9(7) VALUE 0.
       01  WS-RH-COUNT-N                  PIC 9(7) VALUE 0.

       01  WS-ROW-COUNT                   PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT                PIC 9(7) VALUE 0.
       01  WS-DETAIL-Y-COUNT              PIC 9(7) VALUE 0.
       01  WS-DETAIL-N-COUNT              PIC 9(7) VALUE 0.
       01  WS-REJECT-ROW-COUNT            PIC 9(7) VALUE 0.
       01  WS-CASE-ROW-COUNT              PIC 9(7) VALUE 0.
       01  WS-POSITION-HASH               PIC 9(12) VALUE 0.

      *    The day's audit entries - the last one per key is the
      *    decision the sweep recorded for it.
       01  WS-AUDIT-TABLE.
           05  WS-AUD-ENTRY OCCURS 5000 TIMES.
               10  WS-AUD-RECORD-KEY      PIC X(10).
               10  WS-AUD-TIMESTAMP       PIC X(21).
       01  WS-AUD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-AUD-MAX                     PIC 9(5) VALUE 5000.
       01  WS-AUD-SUB                     PIC 9(5) VALUE 0.
       01  WS-AUD-OVERFLOW-COUNT          PIC 9(7) VALUE 0.

      *    The day's rejects - marked as they attach to a swept key;
      *    the rest become rows of their own at the end.
       01  WS-REJECT-TABLE.
           05  WS-RJT-ENTRY OCCURS 5000 TIMES.
               10  WS-RJT-RECORD-KEY      PIC X(10).
               10  WS-RJT-REASON-CODE     PIC X(4).
               10  WS-RJT-TIMESTAMP       PIC X(21).
               10  WS-RJT-USED            PIC X.
       01  WS-RJT-COUNT                   PIC 9(5) VALUE 0.
       01  WS-RJT-MAX                     PIC 9(5) VALUE 5000.
       01  WS-RJT-SUB                     PIC 9(5) VALUE 0.
       01  WS-RJT-FOUND                   PIC 9(5) VALUE 0.
       01  WS-RJT-OVERFLOW-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM 050-READ-EXTRACT-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-READ-RUN-HISTORY.
           PERFORM 200-LOAD-AUDIT-TRAIL.
           PERFORM 250-LOAD-REJECTS.
           PERFORM 300-WRITE-HEADER.
           PERFORM 400-EXTRACT-STATUS-MASTER.
           PERFORM 500-EXTRACT-UNSWEPT-REJECTS.
           PERFORM 600-EXTRACT-CASES.
           PERFORM 700-TIE-TO-RUN-HISTORY.
           IF WS-TIED-SWITCH = 'Y'
               PERFORM 750-WRITE-TRAILER
           END-IF.
           CLOSE STATUS-MASTER-FILE, CASE-FILE, EXTRACT-FILE.
           DISPLAY "FLAGWHSE - BUSINESS DATE:  " WS-RUN-DATE.
           DISPLAY "FLAGWHSE - DETAIL ROWS:    " WS-DETAIL-COUNT.
           DISPLAY "FLAGWHSE - REJECT ROWS:    " WS-REJECT-ROW-COUNT.
           DISPLAY "FLAGWHSE - CASE ROWS:      " WS-CASE-ROW-COUNT.
           IF WS-TIED-SWITCH = 'Y'
               DISPLAY "FLAGWHSE - TIED TO RUN HISTORY - TRAILER "
                   "WRITTEN"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "FLAGWHSE - DOES NOT TIE TO RUN HISTORY - NO "
                   "TRAILER - DO NOT LOAD"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 890-WRITE-OPS-LOG.
           STOP RUN.

       040-READ-CALENDAR.
      *    The shared processing calendar supplies the run date so
      *    nobody hand-keys dates after a weekend or holiday. This
      *    step runs before the nightly roll-forward, so the current
      *    business date is the night being extracted.
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
               DISPLAY "WARNING - RUN DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
           END-IF.

       050-READ-EXTRACT-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 040-READ-CALENDAR.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF WS-EXTRACT-CONTROL-STATUS = '00'
               READ EXTRACT-CONTROL-FILE
                   NOT AT END
                       IF WHS-RUN-DATE NOT = SPACES
                           MOVE WHS-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE EXTRACT-CONTROL-FILE
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN WHSCARD - STATUS: "
                   WS-EXTRACT-CONTROL-STATUS
               DISPLAY "WARNING - EXTRACTING BUSINESS DATE "
                   WS-RUN-DATE
           END-IF.

       100-OPEN-FILES.
      *    Every input is part of what the trailer proves - an
      *    extract built without one of them would balance by
      *    accident or not at all, so each is required.
           OPEN INPUT STATUS-MASTER-FILE.
           IF WS-STATUS-MASTER-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN STATUS-MASTER-FILE - STATUS: "
                   WS-STATUS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN CASE-FILE - STATUS: "
                   WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EXTRACT-FILE - STATUS: "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-READ-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUN-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN RUN-HISTORY-FILE - STATUS: "
                   WS-RUN-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO RH-KEY.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RH-RUN-DATE NOT = WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-FOUND
                           MOVE RH-START-TIME TO WS-RH-START-TIME
                           MOVE RH-TOTAL-PROCESSED
                               TO WS-RH-PROCESSED
                           MOVE RH-COUNT-Y TO WS-RH-COUNT-Y
                           MOVE RH-COUNT-N TO WS-RH-COUNT-N
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.

       200-LOAD-AUDIT-TRAIL.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN AUDIT-FILE - STATUS: "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP (1:8) = WS-RUN-DATE
                           IF WS-AUD-COUNT < WS-AUD-MAX
                               ADD 1 TO WS-AUD-COUNT
                               MOVE AUD-RECORD-KEY TO
                                   WS-AUD-RECORD-KEY (WS-AUD-COUNT)
                               MOVE AUD-TIMESTAMP TO
                                   WS-AUD-TIMESTAMP (WS-AUD-COUNT)
                           ELSE
                               ADD 1 TO WS-AUD-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-AUD-OVERFLOW-COUNT > 0
               DISPLAY "WARNING - AUDIT TABLE FULL - "
                   WS-AUD-OVERFLOW-COUNT
                   " AUDIT TIMESTAMP(S) NOT ON THE EXTRACT"
           END-IF.

       250-LOAD-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REJECT-FILE - STATUS: "
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF REJ-TIMESTAMP (1:8) = WS-RUN-DATE
                           IF WS-RJT-COUNT < WS-RJT-MAX
                               ADD 1 TO WS-RJT-COUNT
                               MOVE REJ-RECORD-KEY TO
                                   WS-RJT-RECORD-KEY (WS-RJT-COUNT)
                               MOVE REJ-REASON-CODE TO
                                   WS-RJT-REASON-CODE (WS-RJT-COUNT)
                               MOVE REJ-TIMESTAMP TO
                                   WS-RJT-TIMESTAMP (WS-RJT-COUNT)
                               MOVE 'N' TO WS-RJT-USED (WS-RJT-COUNT)
                           ELSE
                               ADD 1 TO WS-RJT-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
      *    A reject missing from the extract is a row the warehouse
      *    never sees - that is a failed extract, not a warning.
           IF WS-RJT-OVERFLOW-COUNT > 0
               DISPLAY "REJECT TABLE FULL - " WS-RJT-OVERFLOW-COUNT
                   " REJECT(S) COULD NOT BE EXTRACTED"
               MOVE 'N' TO WS-TIED-SWITCH
           END-IF.

       300-WRITE-HEADER.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "H" WS-DELIM "FLAGWHSE" WS-DELIM
               WS-RUN-DATE WS-DELIM
               WS-RUN-START-TS (1:14)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           PERFORM 900-WRITE-EXTRACT-ROW.

       400-EXTRACT-STATUS-MASTER.
      *    The sweep stamps every record it touches with the input's
      *    process date, so the day's records are the master entries
      *    carrying the business date. One the sweep rejected for
      *    counter overflow carries it too, but never made the
      *    night's counts - it goes out as a reject row instead.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO STA-RECORD-KEY.
           START STATUS-MASTER-FILE KEY IS GREATER THAN STA-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STATUS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF STA-PROC-DATE = WS-RUN-DATE
                           PERFORM 450-EXTRACT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       450-EXTRACT-ONE-RECORD.
           PERFORM 460-FIND-AUDIT-ENTRY.
           PERFORM 470-FIND-REJECT-ENTRY.
           MOVE 'D' TO WS-ROW-TYPE.
           IF WS-RJT-FOUND > 0
               IF WS-RJT-REASON-CODE (WS-RJT-FOUND) = 'OVFL'
                   MOVE 'R' TO WS-ROW-TYPE
               END-IF
           END-IF.
           MOVE SPACES TO WS-ROW-NOTIFIED-TS.
           IF STA-FLAG = 'Y' AND WS-ROW-TYPE = 'D'
               MOVE STA-NOTIFIED-TS (1:14) TO WS-ROW-NOTIFIED-TS
           END-IF.
           IF WS-ROW-TYPE = 'D'
               ADD 1 TO WS-DETAIL-COUNT
               ADD STA-NUMBER TO WS-POSITION-HASH
               IF STA-FLAG = 'Y'
                   ADD 1 TO WS-DETAIL-Y-COUNT
               ELSE
                   ADD 1 TO WS-DETAIL-N-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-ROW-COUNT
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING WS-ROW-TYPE WS-DELIM
               STA-RECORD-KEY WS-DELIM
               STA-SOURCE-SYS WS-DELIM
               STA-NUMBER WS-DELIM
               STA-FLAG WS-DELIM
               STA-REASON-CODE WS-DELIM
               WS-ROW-NOTIFIED-TS WS-DELIM
               WS-ROW-AUDIT-TS WS-DELIM
               WS-ROW-REJECT-REASON WS-DELIM
               WS-ROW-REJECT-TS
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           PERFORM 900-WRITE-EXTRACT-ROW.

       460-FIND-AUDIT-ENTRY.
           MOVE SPACES TO WS-ROW-AUDIT-TS.
           MOVE 1 TO WS-AUD-SUB.
           PERFORM UNTIL WS-AUD-SUB > WS-AUD-COUNT
               IF WS-AUD-RECORD-KEY (WS-AUD-SUB) = STA-RECORD-KEY
                   MOVE WS-AUD-TIMESTAMP (WS-AUD-SUB) (1:14)
                       TO WS-ROW-AUDIT-TS
               END-IF
               ADD 1 TO WS-AUD-SUB
           END-PERFORM.

       470-FIND-REJECT-ENTRY.
      *    The sweep's own overflow reject wins over a front-end one
      *    for the same key - it decides whether the row was swept.
           MOVE 0 TO WS-RJT-FOUND.
           MOVE SPACES TO WS-ROW-REJECT-REASON, WS-ROW-REJECT-TS.
           MOVE 1 TO WS-RJT-SUB.
           PERFORM UNTIL WS-RJT-SUB > WS-RJT-COUNT
               IF WS-RJT-RECORD-KEY (WS-RJT-SUB) = STA-RECORD-KEY
                   MOVE 'Y' TO WS-RJT-USED (WS-RJT-SUB)
                   IF WS-RJT-FOUND = 0
                      OR WS-RJT-REASON-CODE (WS-RJT-SUB) = 'OVFL'
                       MOVE WS-RJT-SUB TO WS-RJT-FOUND
                   END-IF
               END-IF
               ADD 1 TO WS-RJT-SUB
           END-PERFORM.
           IF WS-RJT-FOUND > 0
               MOVE WS-RJT-REASON-CODE (WS-RJT-FOUND)
                   TO WS-ROW-REJECT-REASON
               MOVE WS-RJT-TIMESTAMP (WS-RJT-FOUND) (1:14)
                   TO WS-ROW-REJECT-TS
           END-IF.

       500-EXTRACT-UNSWEPT-REJECTS.
      *    Front-end edit rejects never reach the sweep, so the
      *    master has nothing for them today - each still goes out
      *    as a reject row with what the reject file knows.
           MOVE 1 TO WS-RJT-SUB.
           PERFORM UNTIL WS-RJT-SUB > WS-RJT-COUNT
               IF WS-RJT-USED (WS-RJT-SUB) = 'N'
                   ADD 1 TO WS-REJECT-ROW-COUNT
                   MOVE SPACES TO EXTRACT-RECORD
                   STRING "R" WS-DELIM
                       WS-RJT-RECORD-KEY (WS-RJT-SUB) WS-DELIM
                       WS-DELIM WS-DELIM WS-DELIM WS-DELIM
                       WS-DELIM WS-DELIM
                       WS-RJT-REASON-CODE (WS-RJT-SUB) WS-DELIM
                       WS-RJT-TIMESTAMP (WS-RJT-SUB) (1:14)
                       DELIMITED BY SIZE INTO EXTRACT-RECORD
                   END-STRING
                   PERFORM 900-WRITE-EXTRACT-ROW
               END-IF
               ADD 1 TO WS-RJT-SUB
           END-PERFORM.

       600-EXTRACT-CASES.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CSE-KEY.
           START CASE-FILE KEY IS GREATER THAN CSE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 650-EXTRACT-ONE-CASE
               END-READ
           END-PERFORM.

       650-EXTRACT-ONE-CASE.
      *    One row per case with any activity today - the three
      *    indicators say which, since one case can open, be worked
      *    and close on the same day.
           MOVE 'N' TO WS-ROW-OPENED, WS-ROW-ACTIONED, WS-ROW-CLOSED.
           IF CSE-ESCALATED-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-ROW-OPENED
           END-IF.
           IF CSE-LAST-ACTION-TS (1:8) = WS-RUN-DATE
               MOVE 'Y' TO WS-ROW-ACTIONED
           END-IF.
           IF CSE-STATUS = 'C'
              AND CSE-CLOSED-TS (1:8) = WS-RUN-DATE
               MOVE 'Y' TO WS-ROW-CLOSED
           END-IF.
           IF WS-ROW-OPENED = 'Y' OR WS-ROW-ACTIONED = 'Y'
              OR WS-ROW-CLOSED = 'Y'
               ADD 1 TO WS-CASE-ROW-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               STRING "C" WS-DELIM
                   CSE-RECORD-KEY WS-DELIM
                   CSE-ESCALATED-DATE WS-DELIM
                   CSE-STATUS WS-DELIM
                   WS-ROW-OPENED WS-DELIM
                   WS-ROW-ACTIONED WS-DELIM
                   WS-ROW-CLOSED WS-DELIM
                   CSE-NUMBER WS-DELIM
                   CSE-ACTION-COUNT WS-DELIM
                   CSE-LAST-ACTION-TS (1:14) WS-DELIM
                   CSE-LAST-ACTION-USER WS-DELIM
                   CSE-CLOSED-TS (1:14) WS-DELIM
                   CSE-DISPOSITION
                   DELIMITED BY SIZE INTO EXTRACT-RECORD
               END-STRING
               PERFORM 900-WRITE-EXTRACT-ROW
           END-IF.

       700-TIE-TO-RUN-HISTORY.
      *    The rows must say what the sweep said - same processed,
      *    Y and N counts as the night's run-history entry.
           IF WS-HISTORY-FOUND = 'N'
               DISPLAY "FLAGWHSE - NO RUN-HISTORY ENTRY FOR "
                   WS-RUN-DATE
               MOVE 'N' TO WS-TIED-SWITCH
           ELSE
               DISPLAY "FLAGWHSE - RUN HISTORY " WS-RUN-DATE " "
                   WS-RH-START-TIME " PROCESSED " WS-RH-PROCESSED
                   " Y " WS-RH-COUNT-Y " N " WS-RH-COUNT-N
               IF WS-DETAIL-COUNT NOT = WS-RH-PROCESSED
                   DISPLAY "FLAGWHSE - DETAIL ROWS " WS-DETAIL-COUNT
                       " VS RUN HISTORY PROCESSED " WS-RH-PROCESSED
                   MOVE 'N' TO WS-TIED-SWITCH
               END-IF
               IF WS-DETAIL-Y-COUNT NOT = WS-RH-COUNT-Y
                   DISPLAY "FLAGWHSE - FLAGGED Y ROWS "
                       WS-DETAIL-Y-COUNT " VS RUN HISTORY Y "
                       WS-RH-COUNT-Y
                   MOVE 'N' TO WS-TIED-SWITCH
               END-IF
               IF WS-DETAIL-N-COUNT NOT = WS-RH-COUNT-N
                   DISPLAY "FLAGWHSE - FLAGGED N ROWS "
                       WS-DETAIL-N-COUNT " VS RUN HISTORY N "
                       WS-RH-COUNT-N
                   MOVE 'N' TO WS-TIED-SWITCH
               END-IF
           END-IF.

       750-WRITE-TRAILER.
      *    Total rows counts the header and the trailer itself.
           ADD 1 TO WS-ROW-COUNT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "T" WS-DELIM
               WS-ROW-COUNT WS-DELIM
               WS-DETAIL-COUNT WS-DELIM
               WS-DETAIL-Y-COUNT WS-DELIM
               WS-DETAIL-N-COUNT WS-DELIM
               WS-REJECT-ROW-COUNT WS-DELIM
               WS-CASE-ROW-COUNT WS-DELIM
               WS-POSITION-HASH WS-DELIM
               WS-RUN-DATE WS-RH-START-TIME
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.

       890-WRITE-OPS-LOG.
      *    One step record on the shared operations log, so the
      *    morning status report shows the extract with the rest of
      *    the night.
           MOVE 'FLAGWHSE' TO WS-OPS-PROGRAM.
           MOVE WS-RUN-DATE TO WS-OPS-RUN-DATE.
           MOVE WS-RUN-START-TS TO WS-OPS-START-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-END-TS.
           MOVE RETURN-CODE TO WS-OPS-RC.
           MOVE WS-DETAIL-COUNT TO WS-OPS-COUNT-1.
           MOVE WS-REJECT-ROW-COUNT TO WS-OPS-COUNT-2.
           MOVE WS-CASE-ROW-COUNT TO WS-OPS-COUNT-3.
           CALL 'FLAGOPSL' USING WS-OPS-ENTRY.

       900-WRITE-EXTRACT-ROW.
           ADD 1 TO WS-ROW-COUNT.
           WRITE EXTRACT-RECORD.
