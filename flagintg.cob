       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGINTG.
      *
      * FLAGINTG - weekly cross-file integrity check of the status
      * master. FLAGRECN proves one night's counts; nothing proved
      * that the files built up over months still agree with each
      * other, and audit asked us to show that they do. This job
      * walks STATFILE key by key and checks it against the files
      * that should tell the same story:
      *   NTFY - a key flagged 'Y' with no notification for it on
      *          the dashboard queue or the archived queue
      *          generations on or after its process date;
      *   NREP - a key with a reject timestamp and no entry at all
      *          on the repair queue (an entry in any status will
      *          do - a closed one means the reject was worked);
      *   CSNK - an escalation case whose key is not on the master;
      *   CSNF - an escalation case whose key is on the master but
      *          has never flagged there;
      *   RSNK - a repair entry closed by resubmission whose key is
      *          not on the master;
      *   RSNP - a repair entry closed by resubmission whose key has
      *          not been processed since the date it rejected.
      * Every break is listed with its code and its age against the
      * calendar's business date. RC=8 when any break is older than
      * the INTCARD tolerance, RC=4 when there are only newer ones,
      * which may still be working through the chain.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-RECORD-KEY
               FILE STATUS IS WS-STATUS-MASTER-STATUS.
           SELECT REPAIR-FILE ASSIGN TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-KEY
               FILE STATUS IS WS-REPAIR-STATUS.
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT TRANS-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO TRNARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-ARCHIVE-STATUS.
           SELECT INTEGRITY-CONTROL-FILE ASSIGN TO INTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

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

       FD  REPAIR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPAIR-RECORD.
           05  REP-KEY.
               10  REP-RECORD-KEY         PIC X(10).
               10  REP-REJECT-DATE        PIC X(8).
           05  REP-REASON-CODE            PIC X(4).
           05  REP-STATUS                 PIC X.
           05  REP-ORIGINAL-RECORD        PIC X(80).
           05  FILLER                     PIC X(17).

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

       FD  TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-KEY             PIC X(10).
           05  TRN-NUMBER                 PIC 9(5).
           05  TRN-TIMESTAMP              PIC X(21).
           05  TRN-SOURCE-SYS             PIC X(4).
           05  TRN-RULE-CODE              PIC X(4).

      *    Every archive generation FLAGPURG has cut, read as one
      *    concatenation - same layout as the live queue.
       FD  TRANS-ARCHIVE-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-ARCHIVE-RECORD.
           05  TRA-RECORD-KEY             PIC X(10).
           05  TRA-NUMBER                 PIC 9(5).
           05  TRA-TIMESTAMP              PIC X(21).
           05  TRA-SOURCE-SYS             PIC X(4).
           05  TRA-RULE-CODE              PIC X(4).

      *    Tolerance in days, columns 1-3 - a break younger than this
      *    may just be a file the chain has not caught up with yet.
      *    Blanks fall back to the default in working storage.
       FD  INTEGRITY-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-CONTROL-RECORD.
           05  INT-TOLERANCE-DAYS         PIC 9(3).
           05  FILLER                     PIC X(77).

      *    Shared processing calendar - only the 'C' record's current
      *    business date matters here; breaks age against it.
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

       FD  INTEGRITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  INTEGRITY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-MASTER-STATUS        PIC XX VALUE '00'.
       01  WS-REPAIR-STATUS               PIC XX VALUE '00'.
       01  WS-CASE-STATUS                 PIC XX VALUE '00'.
       01  WS-TRANS-STATUS                PIC XX VALUE '00'.
       01  WS-TRANS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-INTEGRITY-CONTROL-STATUS    PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-INTEGRITY-REPORT-STATUS     PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-TOLERANCE-DAYS              PIC 9(3) VALUE 7.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH                PIC X VALUE 'N'.

       01  WS-TODAY-INTEGER               PIC 9(8) VALUE 0.
       01  WS-BREAK-INTEGER               PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                    PIC 9(5) VALUE 0.

      *    The break being reported - set by each check before it
      *    performs 900-REPORT-BREAK.
       01  WS-BREAK-CODE                  PIC X(4) VALUE SPACES.
       01  WS-BREAK-KEY                   PIC X(10) VALUE SPACES.
       01  WS-BREAK-DATE                  PIC X(8) VALUE SPACES.
       01  WS-BREAK-TEXT                  PIC X(48) VALUE SPACES.

      *    Every flagged key on the master, in key order because the
      *    master is read in key order - the queue scan looks each
      *    notification up by halving the table, and marks the key
      *    once a notification on or after its process date turns up.
       01  WS-FLAGGED-TABLE.
           05  WS-FLG-ENTRY OCCURS 5000 TIMES.
               10  WS-FLG-RECORD-KEY      PIC X(10).
               10  WS-FLG-PROC-DATE       PIC X(8).
               10  WS-FLG-NOTIFIED        PIC X.
       01  WS-FLG-COUNT                   PIC 9(4) VALUE 0.
       01  WS-FLG-MAX                     PIC 9(4) VALUE 5000.
       01  WS-FLG-SUB                     PIC 9(4) VALUE 0.
       01  WS-FLG-LOW                     PIC 9(4) VALUE 0.
       01  WS-FLG-HIGH                    PIC 9(4) VALUE 0.
       01  WS-FLG-MID                     PIC 9(4) VALUE 0.
       01  WS-FLG-OVERFLOW-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOOKUP-KEY                  PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-DATE                 PIC X(8) VALUE SPACES.

       01  WS-MASTER-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-QUEUE-READ-COUNT            PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-CASE-READ-COUNT             PIC 9(7) VALUE 0.
       01  WS-RESUBMIT-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-BREAK-COUNT                 PIC 9(7) VALUE 0.
       01  WS-AGED-BREAK-COUNT            PIC 9(7) VALUE 0.
       01  WS-NTFY-COUNT                  PIC 9(7) VALUE 0.
       01  WS-NREP-COUNT                  PIC 9(7) VALUE 0.
       01  WS-CSNK-COUNT                  PIC 9(7) VALUE 0.
       01  WS-CSNF-COUNT                  PIC 9(7) VALUE 0.
       01  WS-RSNK-COUNT                  PIC 9(7) VALUE 0.
       01  WS-RSNP-COUNT                  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 040-READ-CALENDAR.
           PERFORM 050-READ-INTEGRITY-CARD.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-RUN-DATE))
               TO WS-TODAY-INTEGER.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-CHECK-STATUS-MASTER.
           PERFORM 300-SCAN-NOTIFICATIONS.
           PERFORM 350-REPORT-UNNOTIFIED.
           PERFORM 400-CHECK-CASES.
           PERFORM 500-CHECK-RESUBMISSIONS.
           PERFORM 800-WRITE-TOTALS.
           CLOSE STATUS-MASTER-FILE, REPAIR-FILE, CASE-FILE,
               INTEGRITY-REPORT-FILE.
           DISPLAY "FLAGINTG - MASTER RECORDS READ: "
               WS-MASTER-READ-COUNT.
           DISPLAY "FLAGINTG - BREAKS FOUND:        " WS-BREAK-COUNT.
           DISPLAY "FLAGINTG - PAST TOLERANCE:      "
               WS-AGED-BREAK-COUNT.
           IF WS-AGED-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       040-READ-CALENDAR.
      *    The shared processing calendar supplies the run date so
      *    nobody hand-keys dates after a weekend or holiday.
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
               DISPLAY "WARNING - RUN DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
           END-IF.

       050-READ-INTEGRITY-CARD.
           OPEN INPUT INTEGRITY-CONTROL-FILE.
           IF WS-INTEGRITY-CONTROL-STATUS = '00'
               READ INTEGRITY-CONTROL-FILE
                   NOT AT END
                       IF INT-TOLERANCE-DAYS IS NUMERIC
                           MOVE INT-TOLERANCE-DAYS
                               TO WS-TOLERANCE-DAYS
                       END-IF
               END-READ
               CLOSE INTEGRITY-CONTROL-FILE
           ELSE
               DISPLAY "WARNING - UNABLE TO OPEN INTCARD - STATUS: "
                   WS-INTEGRITY-CONTROL-STATUS
               DISPLAY "WARNING - USING DEFAULT TOLERANCE DAYS: "
                   WS-TOLERANCE-DAYS
           END-IF.

       100-OPEN-FILES.
      *    The three keyed masters are the subject of the check - if
      *    any of them cannot be read, a clean report would be a lie.
           OPEN INPUT STATUS-MASTER-FILE.
           IF WS-STATUS-MASTER-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN STATUS-MASTER-FILE - STATUS: "
                   WS-STATUS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPAIR-FILE.
           IF WS-REPAIR-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN REPAIR-FILE - STATUS: "
                   WS-REPAIR-STATUS
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
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-INTEGRITY-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN INTEGRITY-REPORT-FILE - "
                   "STATUS: " WS-INTEGRITY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "STATUS MASTER INTEGRITY CHECK FOR " WS-RUN-DATE
               " - TOLERANCE " WS-TOLERANCE-DAYS " DAYS"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "CODE KEY        DATE     AGE   EXCEPTION"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.

       200-CHECK-STATUS-MASTER.
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
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF STA-FLAG = 'Y'
                           PERFORM 210-TABLE-FLAGGED-KEY
                       END-IF
                       IF STA-REJECT-TS NOT = SPACES
                           PERFORM 250-CHECK-REPAIR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       210-TABLE-FLAGGED-KEY.
           IF WS-FLG-COUNT < WS-FLG-MAX
               ADD 1 TO WS-FLG-COUNT
               MOVE STA-RECORD-KEY TO WS-FLG-RECORD-KEY (WS-FLG-COUNT)
               MOVE STA-PROC-DATE TO WS-FLG-PROC-DATE (WS-FLG-COUNT)
               MOVE 'N' TO WS-FLG-NOTIFIED (WS-FLG-COUNT)
           ELSE
               ADD 1 TO WS-FLG-OVERFLOW-COUNT
           END-IF.

       250-CHECK-REPAIR-ENTRY.
      *    Any entry for the key satisfies the check; the reject date
      *    in the repair key means the first one at or after the key
      *    itself is the one to look at.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE STA-RECORD-KEY TO REP-RECORD-KEY.
           MOVE LOW-VALUES TO REP-REJECT-DATE.
           START REPAIR-FILE KEY IS NOT LESS THAN REP-KEY
               INVALID KEY
                   MOVE '23' TO WS-REPAIR-STATUS
           END-START.
           IF WS-REPAIR-STATUS = '00'
               READ REPAIR-FILE NEXT RECORD
                   NOT AT END
                       IF REP-RECORD-KEY = STA-RECORD-KEY
                           MOVE 'Y' TO WS-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF WS-FOUND-SWITCH = 'N'
               MOVE 'NREP' TO WS-BREAK-CODE
               MOVE STA-RECORD-KEY TO WS-BREAK-KEY
               MOVE STA-REJECT-TS (1:8) TO WS-BREAK-DATE
               MOVE "REJECTED - NO ENTRY ON REPAIR QUEUE"
                   TO WS-BREAK-TEXT
               ADD 1 TO WS-NREP-COUNT
               PERFORM 900-REPORT-BREAK
           END-IF.

       300-SCAN-NOTIFICATIONS.
      *    Neither queue file is a master - an unreadable one is
      *    reported, and every flagged key then stands or falls on
      *    the other.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN TRANFILE - STATUS: "
                   WS-TRANS-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-QUEUE-READ-COUNT
                           MOVE TRN-RECORD-KEY TO WS-LOOKUP-KEY
                           MOVE TRN-TIMESTAMP (1:8) TO WS-LOOKUP-DATE
                           PERFORM 320-MARK-NOTIFIED
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
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
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           MOVE TRA-RECORD-KEY TO WS-LOOKUP-KEY
                           MOVE TRA-TIMESTAMP (1:8) TO WS-LOOKUP-DATE
                           PERFORM 320-MARK-NOTIFIED
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVE-FILE
           END-IF.

       320-MARK-NOTIFIED.
           MOVE 1 TO WS-FLG-LOW.
           MOVE WS-FLG-COUNT TO WS-FLG-HIGH.
           MOVE 0 TO WS-FLG-SUB.
           PERFORM UNTIL WS-FLG-LOW > WS-FLG-HIGH
                      OR WS-FLG-SUB > 0
               COMPUTE WS-FLG-MID = (WS-FLG-LOW + WS-FLG-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-FLG-RECORD-KEY (WS-FLG-MID) = WS-LOOKUP-KEY
                       MOVE WS-FLG-MID TO WS-FLG-SUB
                   WHEN WS-FLG-RECORD-KEY (WS-FLG-MID) < WS-LOOKUP-KEY
                       COMPUTE WS-FLG-LOW = WS-FLG-MID + 1
                   WHEN OTHER
                       IF WS-FLG-MID = 1
                           MOVE 0 TO WS-FLG-HIGH
                       ELSE
                           COMPUTE WS-FLG-HIGH = WS-FLG-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-FLG-SUB > 0
               IF WS-LOOKUP-DATE NOT < WS-FLG-PROC-DATE (WS-FLG-SUB)
                   MOVE 'Y' TO WS-FLG-NOTIFIED (WS-FLG-SUB)
               END-IF
           END-IF.

       350-REPORT-UNNOTIFIED.
           MOVE 1 TO WS-FLG-SUB.
           PERFORM UNTIL WS-FLG-SUB > WS-FLG-COUNT
               IF WS-FLG-NOTIFIED (WS-FLG-SUB) = 'N'
                   MOVE 'NTFY' TO WS-BREAK-CODE
                   MOVE WS-FLG-RECORD-KEY (WS-FLG-SUB) TO WS-BREAK-KEY
                   MOVE WS-FLG-PROC-DATE (WS-FLG-SUB) TO WS-BREAK-DATE
                   MOVE "FLAGGED - NO NOTIFICATION ON QUEUE OR ARCHIVE"
                       TO WS-BREAK-TEXT
                   ADD 1 TO WS-NTFY-COUNT
                   PERFORM 900-REPORT-BREAK
               END-IF
               ADD 1 TO WS-FLG-SUB
           END-PERFORM.
           IF WS-FLG-OVERFLOW-COUNT > 0
               DISPLAY "WARNING - FLAGGED TABLE FULL - "
                   WS-FLG-OVERFLOW-COUNT " KEYS NOT CHECKED"
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "WARNING - " WS-FLG-OVERFLOW-COUNT
                   " FLAGGED KEYS PAST TABLE LIMIT - NOTIFICATION "
                   "CHECK NOT MADE FOR THEM"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

       400-CHECK-CASES.
      *    A key has flagged on the master if it is flagged now or
      *    was ever notified - the notified timestamp is only set on
      *    a 'Y' decision and is never cleared.
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
                       ADD 1 TO WS-CASE-READ-COUNT
                       PERFORM 450-CHECK-ONE-CASE
               END-READ
           END-PERFORM.

       450-CHECK-ONE-CASE.
           MOVE CSE-RECORD-KEY TO WS-BREAK-KEY.
           MOVE CSE-ESCALATED-DATE TO WS-BREAK-DATE.
           MOVE CSE-RECORD-KEY TO STA-RECORD-KEY.
           READ STATUS-MASTER-FILE
               INVALID KEY
                   MOVE 'CSNK' TO WS-BREAK-CODE
                   MOVE "CASE KEY NOT ON STATUS MASTER"
                       TO WS-BREAK-TEXT
                   ADD 1 TO WS-CSNK-COUNT
                   PERFORM 900-REPORT-BREAK
               NOT INVALID KEY
                   IF STA-FLAG NOT = 'Y'
                      AND STA-NOTIFIED-TS = SPACES
                       MOVE 'CSNF' TO WS-BREAK-CODE
                       MOVE "CASE KEY NEVER FLAGGED ON STATUS MASTER"
                           TO WS-BREAK-TEXT
                       ADD 1 TO WS-CSNF-COUNT
                       PERFORM 900-REPORT-BREAK
                   END-IF
           END-READ.

       500-CHECK-RESUBMISSIONS.
      *    FLAGRSUB closes a repair entry as it writes the corrected
      *    record back to the landing file, so a closed entry is a
      *    resubmitted one - the key should have been processed on a
      *    business date after the one it rejected on.
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
                       IF REP-STATUS = 'C'
                           ADD 1 TO WS-RESUBMIT-READ-COUNT
                           PERFORM 550-CHECK-ONE-RESUBMISSION
                       END-IF
               END-READ
           END-PERFORM.

       550-CHECK-ONE-RESUBMISSION.
           MOVE REP-RECORD-KEY TO WS-BREAK-KEY.
           MOVE REP-REJECT-DATE TO WS-BREAK-DATE.
           MOVE REP-RECORD-KEY TO STA-RECORD-KEY.
           READ STATUS-MASTER-FILE
               INVALID KEY
                   MOVE 'RSNK' TO WS-BREAK-CODE
                   MOVE "RESUBMITTED KEY NOT ON STATUS MASTER"
                       TO WS-BREAK-TEXT
                   ADD 1 TO WS-RSNK-COUNT
                   PERFORM 900-REPORT-BREAK
               NOT INVALID KEY
                   IF STA-PROC-DATE NOT > REP-REJECT-DATE
                       MOVE 'RSNP' TO WS-BREAK-CODE
                       MOVE "RESUBMITTED - NOT PROCESSED SINCE REJECT"
                           TO WS-BREAK-TEXT
                       ADD 1 TO WS-RSNP-COUNT
                       PERFORM 900-REPORT-BREAK
                   END-IF
           END-READ.

       800-WRITE-TOTALS.
           IF WS-BREAK-COUNT = 0
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "NO INTEGRITY BREAKS - FILES AGREE"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               END-STRING
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "MASTER: " WS-MASTER-READ-COUNT
               " FLAGGED: " WS-FLG-COUNT
               " QUEUE: " WS-QUEUE-READ-COUNT
               " ARCHIVE: " WS-ARCHIVE-READ-COUNT
               " CASES: " WS-CASE-READ-COUNT
               " RESUBMITTED: " WS-RESUBMIT-READ-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "NTFY: " WS-NTFY-COUNT
               " NREP: " WS-NREP-COUNT
               " CSNK: " WS-CSNK-COUNT
               " CSNF: " WS-CSNF-COUNT
               " RSNK: " WS-RSNK-COUNT
               " RSNP: " WS-RSNP-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "BREAKS: " WS-BREAK-COUNT
               " PAST " WS-TOLERANCE-DAYS " DAY TOLERANCE: "
               WS-AGED-BREAK-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.

       900-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-BREAK-DATE IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BREAK-DATE))
                   TO WS-BREAK-INTEGER
               IF WS-BREAK-INTEGER > WS-TODAY-INTEGER
                   MOVE 0 TO WS-AGE-DAYS
               ELSE
                   SUBTRACT WS-BREAK-INTEGER FROM WS-TODAY-INTEGER
                       GIVING WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-TOLERANCE-DAYS
               ADD 1 TO WS-AGED-BREAK-COUNT
           END-IF.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING WS-BREAK-CODE " " WS-BREAK-KEY " " WS-BREAK-DATE
               " " WS-AGE-DAYS " " WS-BREAK-TEXT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING.
           WRITE INTEGRITY-REPORT-LINE.
