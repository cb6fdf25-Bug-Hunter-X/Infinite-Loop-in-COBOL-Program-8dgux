       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGEXMT.
      *
      * FLAGEXMT - maintenance and validation for the key-level
      * exemption/watchlist file the sweep consults through FLAGEXLK.
      * Changes arrive as cards - record key, effective date, expiry
      * date (blank for open-ended), entry type ('S' suppress or 'F'
      * force), the user making the change and a free-text reason -
      * and every card is validated before anything is applied: key
      * present, both dates real calendar dates, expiry not before
      * effective, type S or F, user and reason present. One bad
      * card fails the whole step RC=8 with nothing applied, the
      * same rule parameter maintenance follows. A card for a key and
      * effective date already on file replaces that entry, which is
      * how an entry is ended early - resubmit it with an expiry
      * date. Every applied change is logged - who, when, what, from
      * what to what - and listed on the maintenance report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE ASSIGN TO XMTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-CARD-STATUS.
           SELECT EXEMPTION-FILE ASSIGN TO EXMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXEMPTION-STATUS.
           SELECT EXEMPTION-LOG-FILE ASSIGN TO XMTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXEMPTION-LOG-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO XMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-CARD-RECORD.
           05  XMT-RECORD-KEY             PIC X(10).
           05  XMT-EFFECTIVE-DATE         PIC X(8).
           05  XMT-EXPIRY-DATE            PIC X(8).
           05  XMT-ENTRY-TYPE             PIC X.
           05  XMT-USER-ID                PIC X(8).
           05  XMT-REASON                 PIC X(20).
           05  FILLER                     PIC X(25).

      *    Keyed on record key and effective date. An open-ended
      *    entry carries an expiry date of all nines.
       FD  EXEMPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXEMPTION-RECORD.
           05  EXM-KEY.
               10  EXM-RECORD-KEY         PIC X(10).
               10  EXM-EFFECTIVE-DATE     PIC X(8).
           05  EXM-EXPIRY-DATE            PIC X(8).
           05  EXM-ENTRY-TYPE             PIC X.
           05  EXM-REASON                 PIC X(20).
           05  EXM-ADDED-USER             PIC X(8).
           05  EXM-ADDED-TS               PIC X(21).
           05  FILLER                     PIC X(4).

      *    One record per applied change - the permanent who-changed-
      *    what trail behind the maintenance report.
       FD  EXEMPTION-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXEMPTION-LOG-RECORD.
           05  XLG-USER-ID                PIC X(8).
           05  XLG-CHANGE-TS              PIC X(21).
           05  XLG-RECORD-KEY             PIC X(10).
           05  XLG-EFFECTIVE-DATE         PIC X(8).
           05  XLG-OLD-ENTRY-TYPE         PIC X.
           05  XLG-OLD-EXPIRY-DATE        PIC X(8).
           05  XLG-NEW-ENTRY-TYPE         PIC X.
           05  XLG-NEW-EXPIRY-DATE        PIC X(8).
           05  XLG-REASON                 PIC X(20).
           05  FILLER                     PIC X(15).

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-CARD-STATUS           PIC XX VALUE '00'.
       01  WS-EXEMPTION-STATUS            PIC XX VALUE '00'.
       01  WS-EXEMPTION-LOG-STATUS        PIC XX VALUE '00'.
       01  WS-MAINT-REPORT-STATUS         PIC XX VALUE '00'.

       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-CARD-VALID                  PIC X VALUE 'Y'.
       01  WS-CARD-ERROR                  PIC X(30) VALUE SPACES.
       01  WS-DATE-VALID                  PIC X VALUE 'Y'.
       01  WS-EXEMPTION-FOUND             PIC X VALUE 'N'.
       01  WS-CARD-EXPIRY-DATE            PIC X(8) VALUE SPACES.

       01  WS-CARD-COUNT                  PIC 9(3) VALUE 0.
       01  WS-ERROR-COUNT                 PIC 9(3) VALUE 0.
       01  WS-ADDED-COUNT                 PIC 9(3) VALUE 0.
       01  WS-CHANGED-COUNT               PIC 9(3) VALUE 0.

      *    Validated changes held here so nothing is applied until
      *    every card has passed - all or nothing.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 100 TIMES.
               10  WS-CHG-RECORD-KEY      PIC X(10).
               10  WS-CHG-EFFECTIVE-DATE  PIC X(8).
               10  WS-CHG-EXPIRY-DATE     PIC X(8).
               10  WS-CHG-ENTRY-TYPE      PIC X.
               10  WS-CHG-USER-ID         PIC X(8).
               10  WS-CHG-REASON          PIC X(20).
       01  WS-CHANGE-COUNT                PIC 9(3) VALUE 0.
       01  WS-CHANGE-MAX                  PIC 9(3) VALUE 100.
       01  WS-CHG-SUB                     PIC 9(3) VALUE 0.

       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-X             PIC X(8).
           05  FILLER REDEFINES WS-EDIT-DATE-X.
               10  WS-EDIT-YYYY           PIC 9(4).
               10  WS-EDIT-MM             PIC 9(2).
               10  WS-EDIT-DD             PIC 9(2).
       01  WS-DAYS-IN-MONTH               PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           PERFORM 800-OPEN-MAINT-REPORT.
           PERFORM 100-VALIDATE-CARDS.
           IF WS-ERROR-COUNT > 0
               PERFORM 850-WRITE-REJECT-SUMMARY
               CLOSE MAINT-REPORT-FILE
               DISPLAY "FLAGEXMT - " WS-ERROR-COUNT " BAD CARD(S) - "
                   "NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHANGE-COUNT = 0
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "NO EXEMPTION CHANGES ON XMTCARD"
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               WRITE MAINT-REPORT-LINE
               CLOSE MAINT-REPORT-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-APPLY-CHANGES.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "CARDS READ: " WS-CARD-COUNT
               " ADDED: " WS-ADDED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.
           DISPLAY "FLAGEXMT - APPLIED " WS-CHANGE-COUNT
               " EXEMPTION CHANGE(S)".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       100-VALIDATE-CARDS.
           OPEN INPUT MAINT-CARD-FILE.
           IF WS-MAINT-CARD-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MAINT-CARD-FILE - STATUS: "
                   WS-MAINT-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MAINT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MAINT-CARD-RECORD NOT = SPACES
                           PERFORM 150-VALIDATE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-CARD-FILE.

       150-VALIDATE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE 'Y' TO WS-CARD-VALID.
           MOVE SPACES TO WS-CARD-ERROR.
           IF XMT-RECORD-KEY = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "RECORD KEY MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
               MOVE XMT-EFFECTIVE-DATE TO WS-EDIT-DATE-X
               PERFORM 200-VALIDATE-DATE
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE "EFFECTIVE DATE NOT A REAL DATE"
                       TO WS-CARD-ERROR
               END-IF
           END-IF.
      *    A blank expiry is an open-ended entry.
           IF WS-CARD-VALID = 'Y'
               IF XMT-EXPIRY-DATE = SPACES
                   MOVE '99999999' TO WS-CARD-EXPIRY-DATE
               ELSE
                   MOVE XMT-EXPIRY-DATE TO WS-CARD-EXPIRY-DATE
                   MOVE XMT-EXPIRY-DATE TO WS-EDIT-DATE-X
                   PERFORM 200-VALIDATE-DATE
                   IF WS-DATE-VALID = 'N'
                       MOVE 'N' TO WS-CARD-VALID
                       MOVE "EXPIRY DATE NOT A REAL DATE"
                           TO WS-CARD-ERROR
                   END-IF
               END-IF
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND WS-CARD-EXPIRY-DATE < XMT-EFFECTIVE-DATE
               MOVE 'N' TO WS-CARD-VALID
               MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND XMT-ENTRY-TYPE NOT = 'S'
              AND XMT-ENTRY-TYPE NOT = 'F'
               MOVE 'N' TO WS-CARD-VALID
               MOVE "ENTRY TYPE NOT S OR F" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND XMT-USER-ID = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "USER ID MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND XMT-REASON = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "REASON MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
               IF WS-CHANGE-COUNT < WS-CHANGE-MAX
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE XMT-RECORD-KEY
                       TO WS-CHG-RECORD-KEY (WS-CHANGE-COUNT)
                   MOVE XMT-EFFECTIVE-DATE
                       TO WS-CHG-EFFECTIVE-DATE (WS-CHANGE-COUNT)
                   MOVE WS-CARD-EXPIRY-DATE
                       TO WS-CHG-EXPIRY-DATE (WS-CHANGE-COUNT)
                   MOVE XMT-ENTRY-TYPE
                       TO WS-CHG-ENTRY-TYPE (WS-CHANGE-COUNT)
                   MOVE XMT-USER-ID
                       TO WS-CHG-USER-ID (WS-CHANGE-COUNT)
                   MOVE XMT-REASON
                       TO WS-CHG-REASON (WS-CHANGE-COUNT)
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE "CHANGE TABLE FULL" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-CARD-VALID = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "REJECTED CARD: " MAINT-CARD-RECORD (1:55)
                   " - " WS-CARD-ERROR
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               WRITE MAINT-REPORT-LINE
           END-IF.

       200-VALIDATE-DATE.
      *    Same real-calendar-date edit parameter maintenance applies
      *    to an effective date.
           MOVE 'Y' TO WS-DATE-VALID.
           IF WS-EDIT-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               MOVE 31 TO WS-DAYS-IN-MONTH
               IF WS-EDIT-MM = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               END-IF
               IF WS-EDIT-MM = 02
                   IF FUNCTION MOD(WS-EDIT-YYYY, 4) = 0
                      AND (FUNCTION MOD(WS-EDIT-YYYY, 100) NOT = 0
                       OR FUNCTION MOD(WS-EDIT-YYYY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
               IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                  OR WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF.

       300-APPLY-CHANGES.
           OPEN I-O EXEMPTION-FILE.
           IF WS-EXEMPTION-STATUS = '35'
               OPEN OUTPUT EXEMPTION-FILE
           END-IF.
           IF WS-EXEMPTION-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EXEMPTION-FILE - STATUS: "
                   WS-EXEMPTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND EXEMPTION-LOG-FILE.
           IF WS-EXEMPTION-LOG-STATUS = '35'
               OPEN OUTPUT EXEMPTION-LOG-FILE
           END-IF.
           IF WS-EXEMPTION-LOG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN EXEMPTION-LOG-FILE - STATUS: "
                   WS-EXEMPTION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-CHG-SUB.
           PERFORM UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
               PERFORM 350-APPLY-ONE-CHANGE
               ADD 1 TO WS-CHG-SUB
           END-PERFORM.
           CLOSE EXEMPTION-FILE, EXEMPTION-LOG-FILE.

       350-APPLY-ONE-CHANGE.
           MOVE 'N' TO WS-EXEMPTION-FOUND.
           MOVE WS-CHG-RECORD-KEY (WS-CHG-SUB) TO EXM-RECORD-KEY.
           MOVE WS-CHG-EFFECTIVE-DATE (WS-CHG-SUB)
               TO EXM-EFFECTIVE-DATE.
           READ EXEMPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXEMPTION-FOUND
           END-READ.
           MOVE SPACES TO EXEMPTION-LOG-RECORD.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO XLG-USER-ID.
           MOVE WS-CURRENT-TS TO XLG-CHANGE-TS.
           MOVE WS-CHG-RECORD-KEY (WS-CHG-SUB) TO XLG-RECORD-KEY.
           MOVE WS-CHG-EFFECTIVE-DATE (WS-CHG-SUB)
               TO XLG-EFFECTIVE-DATE.
           IF WS-EXEMPTION-FOUND = 'Y'
               MOVE EXM-ENTRY-TYPE TO XLG-OLD-ENTRY-TYPE
               MOVE EXM-EXPIRY-DATE TO XLG-OLD-EXPIRY-DATE
           ELSE
               MOVE SPACE TO XLG-OLD-ENTRY-TYPE
               MOVE "     NEW" TO XLG-OLD-EXPIRY-DATE
           END-IF.
           MOVE WS-CHG-ENTRY-TYPE (WS-CHG-SUB) TO XLG-NEW-ENTRY-TYPE.
           MOVE WS-CHG-EXPIRY-DATE (WS-CHG-SUB)
               TO XLG-NEW-EXPIRY-DATE.
           MOVE WS-CHG-REASON (WS-CHG-SUB) TO XLG-REASON.
           WRITE EXEMPTION-LOG-RECORD.
           MOVE SPACES TO EXEMPTION-RECORD.
           MOVE WS-CHG-RECORD-KEY (WS-CHG-SUB) TO EXM-RECORD-KEY.
           MOVE WS-CHG-EFFECTIVE-DATE (WS-CHG-SUB)
               TO EXM-EFFECTIVE-DATE.
           MOVE WS-CHG-EXPIRY-DATE (WS-CHG-SUB) TO EXM-EXPIRY-DATE.
           MOVE WS-CHG-ENTRY-TYPE (WS-CHG-SUB) TO EXM-ENTRY-TYPE.
           MOVE WS-CHG-REASON (WS-CHG-SUB) TO EXM-REASON.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO EXM-ADDED-USER.
           MOVE WS-CURRENT-TS TO EXM-ADDED-TS.
           IF WS-EXEMPTION-FOUND = 'Y'
               ADD 1 TO WS-CHANGED-COUNT
               REWRITE EXEMPTION-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE EXEMPTION: "
                           EXM-KEY
               END-REWRITE
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               WRITE EXEMPTION-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE EXEMPTION: "
                           EXM-KEY
               END-WRITE
           END-IF.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "APPLIED - KEY: " XLG-RECORD-KEY
               " EFFECTIVE: " XLG-EFFECTIVE-DATE
               " FROM: " XLG-OLD-ENTRY-TYPE " " XLG-OLD-EXPIRY-DATE
               " TO: " XLG-NEW-ENTRY-TYPE " " XLG-NEW-EXPIRY-DATE
               " BY: " XLG-USER-ID
               " REASON: " XLG-REASON
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

       800-OPEN-MAINT-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MAINT-REPORT-FILE - STATUS: "
                   WS-MAINT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "EXEMPTION FILE MAINTENANCE " WS-CURRENT-TS (1:14)
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

       850-WRITE-REJECT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "STEP FAILED - " WS-ERROR-COUNT
               " BAD CARD(S) OF " WS-CARD-COUNT
               " - NOTHING APPLIED"
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
