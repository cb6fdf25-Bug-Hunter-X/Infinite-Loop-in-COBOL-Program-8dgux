       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGACCV.
      *
      * FLAGACCV - daily access-violation report from the shared
      * online access log FLAGAUTH writes for every FINQ, FREP and
      * FCSE attempt. The log is keyed on the wall-clock time of the
      * attempt, so the report covers every calendar day from the
      * day after the previous business date through the current
      * business date - weekends and holidays between business days
      * fall to the business day that follows them. The report
      * starts at the window's first entry and stops at the first
      * entry past it. Every refused attempt is listed - date, time,
      * user, terminal, transaction, action, the key it named and
      * why it was refused:
      *   NOOP - user not on the operator authorization file;
      *   RVKD - user's access has been revoked;
      *   ROLE - user's role does not cover the transaction/action.
      * The listing is followed by refusals per user, which is the
      * figure security asks about first, and by the window's totals of
      * attempts, allowed and refused. The window comes from the
      * shared calendar; ACVCARD columns 1-8 override it with a
      * single day to rerun. RC=4 when there is at least one refusal.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-KEY
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
           SELECT VIOLATION-CONTROL-FILE ASSIGN TO ACVCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT VIOLATION-REPORT-FILE ASSIGN TO ACVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout FLAGAUTH writes online.
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESS-LOG-RECORD.
           05  ACL-KEY.
               10  ACL-ACCESS-TS          PIC X(16).
               10  ACL-TERM-ID            PIC X(4).
               10  ACL-USER-ID            PIC X(8).
           05  ACL-TRANS-ID               PIC X(4).
           05  ACL-ACTION                 PIC X(4).
           05  ACL-ROLE                   PIC X.
           05  ACL-RESULT                 PIC X.
           05  ACL-REASON                 PIC X(4).
           05  ACL-OBJECT-KEY             PIC X(18).
           05  FILLER                     PIC X(20).

      *    Report date override, columns 1-8 (YYYYMMDD). Blanks use
      *    the calendar's window up to the current business date.
       FD  VIOLATION-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VIOLATION-CONTROL-RECORD.
           05  ACV-REPORT-DATE            PIC X(8).
           05  FILLER                     PIC X(72).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

       FD  VIOLATION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VIOLATION-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-LOG-STATUS           PIC XX VALUE '00'.
       01  WS-VIOLATION-CONTROL-STATUS    PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS             PIC XX VALUE '00'.
       01  WS-VIOLATION-REPORT-STATUS     PIC XX VALUE '00'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE                   PIC X(8) VALUE SPACES.
       01  WS-FROM-INTEGER                PIC 9(8) VALUE 0.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-REASON-TEXT                 PIC X(24) VALUE SPACES.
       01  WS-ACCESS-TIME                 PIC X(20) VALUE SPACES.

       01  WS-ATTEMPT-COUNT               PIC 9(7) VALUE 0.
       01  WS-ALLOWED-COUNT               PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT               PIC 9(7) VALUE 0.
       01  WS-NOOP-COUNT                  PIC 9(7) VALUE 0.
       01  WS-RVKD-COUNT                  PIC 9(7) VALUE 0.
       01  WS-ROLE-COUNT                  PIC 9(7) VALUE 0.

      *    Refusals per user - found by straight search; a handful
      *    of users account for nearly every refusal on a normal day.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 200 TIMES.
               10  WS-USR-USER-ID         PIC X(8).
               10  WS-USR-REFUSED         PIC 9(5).
               10  WS-USR-FIRST-TS        PIC X(16).
               10  WS-USR-LAST-TS         PIC X(16).
       01  WS-USR-COUNT                   PIC 9(3) VALUE 0.
       01  WS-USR-MAX                     PIC 9(3) VALUE 200.
       01  WS-USR-SUB                     PIC 9(3) VALUE 0.
       01  WS-USR-OVERFLOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-USR-FOUND                   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 040-READ-CALENDAR.
           PERFORM 050-READ-VIOLATION-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-SCAN-ACCESS-LOG.
           PERFORM 700-WRITE-USER-SUMMARY.
           PERFORM 800-WRITE-TOTALS.
           CLOSE ACCESS-LOG-FILE, VIOLATION-REPORT-FILE.
           DISPLAY "FLAGACCV - REPORT DATES:    " WS-FROM-DATE
               " TO " WS-RUN-DATE.
           DISPLAY "FLAGACCV - ATTEMPTS:        " WS-ATTEMPT-COUNT.
           DISPLAY "FLAGACCV - REFUSED:         " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       040-READ-CALENDAR.
      *    The shared processing calendar supplies the window so
      *    nobody hand-keys dates after a weekend or holiday. The job
      *    runs before FLAGCAL rolls the calendar, so the window ends
      *    at today's business date and starts the day after the
      *    last one reported.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
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
                               MOVE CAL-CURRENT-DATE TO WS-FROM-DATE
                               IF CAL-PREVIOUS-DATE IS NUMERIC
                                   PERFORM 045-SET-FROM-DATE
                               END-IF
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

       045-SET-FROM-DATE.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (CAL-PREVIOUS-DATE))
               TO WS-FROM-INTEGER.
           ADD 1 TO WS-FROM-INTEGER.
           MOVE FUNCTION DATE-OF-INTEGER (WS-FROM-INTEGER)
               TO WS-FROM-DATE.

       050-READ-VIOLATION-CARD.
           OPEN INPUT VIOLATION-CONTROL-FILE.
           IF WS-VIOLATION-CONTROL-STATUS = '00'
               READ VIOLATION-CONTROL-FILE
                   NOT AT END
                       IF ACV-REPORT-DATE IS NUMERIC
                           MOVE ACV-REPORT-DATE TO WS-RUN-DATE
                           MOVE ACV-REPORT-DATE TO WS-FROM-DATE
                           DISPLAY "FLAGACCV - REPORT DATE OVERRIDDEN"
                               " FROM ACVCARD: " WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE VIOLATION-CONTROL-FILE
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN ACCESS-LOG-FILE - STATUS: "
                   WS-ACCESS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VIOLATION-REPORT-FILE.
           IF WS-VIOLATION-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN VIOLATION-REPORT-FILE - "
                   "STATUS: " WS-VIOLATION-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "ONLINE ACCESS VIOLATIONS FOR " WS-FROM-DATE
               " THROUGH " WS-RUN-DATE
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "DATE     TIME        USER     TERM TRAN ACTN "
               "ROLE OBJECT KEY         REASON"
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.

       200-SCAN-ACCESS-LOG.
      *    Position on the first entry of the window; the log is in
      *    time order, so the first entry past its last day ends the
      *    scan.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO ACL-KEY.
           MOVE WS-FROM-DATE TO ACL-ACCESS-TS (1:8).
           START ACCESS-LOG-FILE KEY IS NOT LESS THAN ACL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ACCESS-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ACL-ACCESS-TS (1:8) > WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 250-COUNT-ONE-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM.

       250-COUNT-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT.
           IF ACL-RESULT = 'A'
               ADD 1 TO WS-ALLOWED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 300-LIST-VIOLATION
               PERFORM 350-COUNT-USER-REFUSAL
           END-IF.

       300-LIST-VIOLATION.
           EVALUATE ACL-REASON
               WHEN 'NOOP'
                   ADD 1 TO WS-NOOP-COUNT
                   MOVE "NOT ON OPERATOR FILE" TO WS-REASON-TEXT
               WHEN 'RVKD'
                   ADD 1 TO WS-RVKD-COUNT
                   MOVE "ACCESS REVOKED" TO WS-REASON-TEXT
               WHEN 'ROLE'
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE "ROLE NOT PERMITTED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "NOT LOGGED - RUN REFUSED" TO WS-REASON-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-ACCESS-TIME.
           STRING ACL-ACCESS-TS (1:8) " "
               ACL-ACCESS-TS (9:2) ":" ACL-ACCESS-TS (11:2) ":"
               ACL-ACCESS-TS (13:2) "." ACL-ACCESS-TS (15:2)
               DELIMITED BY SIZE INTO WS-ACCESS-TIME
           END-STRING.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING WS-ACCESS-TIME " " ACL-USER-ID " " ACL-TERM-ID " "
               ACL-TRANS-ID " " ACL-ACTION " " ACL-ROLE "    "
               ACL-OBJECT-KEY " " ACL-REASON " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.

       350-COUNT-USER-REFUSAL.
           MOVE 'N' TO WS-USR-FOUND.
           MOVE 1 TO WS-USR-SUB.
           PERFORM UNTIL WS-USR-SUB > WS-USR-COUNT
                      OR WS-USR-FOUND = 'Y'
               IF WS-USR-USER-ID (WS-USR-SUB) = ACL-USER-ID
                   MOVE 'Y' TO WS-USR-FOUND
               ELSE
                   ADD 1 TO WS-USR-SUB
               END-IF
           END-PERFORM.
           IF WS-USR-FOUND = 'N'
               IF WS-USR-COUNT < WS-USR-MAX
                   ADD 1 TO WS-USR-COUNT
                   MOVE WS-USR-COUNT TO WS-USR-SUB
                   MOVE ACL-USER-ID TO WS-USR-USER-ID (WS-USR-SUB)
                   MOVE 0 TO WS-USR-REFUSED (WS-USR-SUB)
                   MOVE ACL-ACCESS-TS TO WS-USR-FIRST-TS (WS-USR-SUB)
               ELSE
                   ADD 1 TO WS-USR-OVERFLOW-COUNT
                   MOVE 0 TO WS-USR-SUB
               END-IF
           END-IF.
           IF WS-USR-SUB > 0
               ADD 1 TO WS-USR-REFUSED (WS-USR-SUB)
               MOVE ACL-ACCESS-TS TO WS-USR-LAST-TS (WS-USR-SUB)
           END-IF.

       700-WRITE-USER-SUMMARY.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           WRITE VIOLATION-REPORT-LINE.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "REFUSALS BY USER"
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "USER     REFUSED  FIRST                 LAST"
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.
           MOVE 1 TO WS-USR-SUB.
           PERFORM UNTIL WS-USR-SUB > WS-USR-COUNT
               MOVE SPACES TO VIOLATION-REPORT-LINE
               STRING WS-USR-USER-ID (WS-USR-SUB) " "
                   WS-USR-REFUSED (WS-USR-SUB) "    "
                   WS-USR-FIRST-TS (WS-USR-SUB) (1:8) " "
                   WS-USR-FIRST-TS (WS-USR-SUB) (9:2) ":"
                   WS-USR-FIRST-TS (WS-USR-SUB) (11:2) ":"
                   WS-USR-FIRST-TS (WS-USR-SUB) (13:2) "     "
                   WS-USR-LAST-TS (WS-USR-SUB) (1:8) " "
                   WS-USR-LAST-TS (WS-USR-SUB) (9:2) ":"
                   WS-USR-LAST-TS (WS-USR-SUB) (11:2) ":"
                   WS-USR-LAST-TS (WS-USR-SUB) (13:2)
                   DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
               END-STRING
               WRITE VIOLATION-REPORT-LINE
               ADD 1 TO WS-USR-SUB
           END-PERFORM.
           IF WS-USR-OVERFLOW-COUNT > 0
               MOVE SPACES TO VIOLATION-REPORT-LINE
               STRING "*** USER TABLE FULL - " WS-USR-OVERFLOW-COUNT
                   " REFUSAL(S) NOT COUNTED BY USER ***"
                   DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
               END-STRING
               WRITE VIOLATION-REPORT-LINE
           END-IF.

       800-WRITE-TOTALS.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           WRITE VIOLATION-REPORT-LINE.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "ATTEMPTS: " WS-ATTEMPT-COUNT
               "  ALLOWED: " WS-ALLOWED-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.
           MOVE SPACES TO VIOLATION-REPORT-LINE.
           STRING "REFUSED - NOT ON FILE: " WS-NOOP-COUNT
               "  REVOKED: " WS-RVKD-COUNT
               "  ROLE: " WS-ROLE-COUNT
               DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
           END-STRING.
           WRITE VIOLATION-REPORT-LINE.
           IF WS-REFUSED-COUNT = 0
               MOVE SPACES TO VIOLATION-REPORT-LINE
               STRING "NO ACCESS VIOLATIONS FOR " WS-FROM-DATE
                   " THROUGH " WS-RUN-DATE
                   DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
               END-STRING
               WRITE VIOLATION-REPORT-LINE
           END-IF.
