       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGEXLK.
      *
      * FLAGEXLK - exemption/watchlist lookup called for every record
      * the sweep decides. Compliance keeps two kinds of key-level
      * entry on EXMFILE, each with an effective and expiry date:
      * 'S' suppresses - a known-good key that must never notify no
      * matter how often it trips the threshold - and 'F' forces -
      * a watchlisted key that flags every time it is seen whatever
      * the threshold says. The caller passes the record key and the
      * business date being swept and gets back 'S', 'F' or space.
      * The entry in force is the latest one for the key whose
      * effective date is on or before the business date; if that
      * entry has expired the key is treated as having none. The
      * file loads once per job step - working storage persists
      * across CALLs - and a missing file just means no exemptions,
      * so FLAGPROC, FLAGCONS and FLAGSIM all get the same answer
      * from the same code.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPTION-FILE ASSIGN TO EXMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-EXEMPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout FLAGEXMT maintains - keyed on record key and
      *    effective date, so a key can carry a history of entries.
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

       WORKING-STORAGE SECTION.
       01  WS-EXEMPTION-STATUS            PIC XX VALUE '00'.

      *    The file loads on the first call of the step and stays
      *    loaded. Entries arrive in key/effective-date order, which
      *    the lookup relies on.
       01  WS-EXEMPTION-LOADED            PIC X VALUE 'N'.
       01  WS-EXEMPTION-EOF               PIC X VALUE 'N'.
       01  WS-EXM-TABLE.
           05  WS-EXM-ENTRY OCCURS 2000 TIMES.
               10  WS-EXM-RECORD-KEY      PIC X(10).
               10  WS-EXM-EFFECTIVE-DATE  PIC X(8).
               10  WS-EXM-EXPIRY-DATE     PIC X(8).
               10  WS-EXM-ENTRY-TYPE      PIC X.
       01  WS-EXM-COUNT                   PIC 9(4) VALUE 0.
       01  WS-EXM-MAX                     PIC 9(4) VALUE 2000.
       01  WS-EXM-SUB                     PIC 9(4) VALUE 0.
       01  WS-EXM-IN-FORCE                PIC 9(4) VALUE 0.
       01  WS-EXM-PAST-KEY                PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LNK-RECORD-KEY                 PIC X(10).
       01  LNK-BUSINESS-DATE              PIC X(8).
       01  LNK-EXEMPT-TYPE                PIC X.

       PROCEDURE DIVISION USING LNK-RECORD-KEY, LNK-BUSINESS-DATE,
                                LNK-EXEMPT-TYPE.
       000-LOOKUP-MAIN.
           IF WS-EXEMPTION-LOADED = 'N'
               PERFORM 100-LOAD-EXEMPTIONS
           END-IF.
           MOVE SPACE TO LNK-EXEMPT-TYPE.
           MOVE 0 TO WS-EXM-IN-FORCE.
           MOVE 'N' TO WS-EXM-PAST-KEY.
           MOVE 1 TO WS-EXM-SUB.
           PERFORM UNTIL WS-EXM-SUB > WS-EXM-COUNT
                      OR WS-EXM-PAST-KEY = 'Y'
               IF WS-EXM-RECORD-KEY (WS-EXM-SUB) > LNK-RECORD-KEY
                   MOVE 'Y' TO WS-EXM-PAST-KEY
               ELSE
                   IF WS-EXM-RECORD-KEY (WS-EXM-SUB) = LNK-RECORD-KEY
                      AND WS-EXM-EFFECTIVE-DATE (WS-EXM-SUB)
                          NOT > LNK-BUSINESS-DATE
                       MOVE WS-EXM-SUB TO WS-EXM-IN-FORCE
                   END-IF
                   ADD 1 TO WS-EXM-SUB
               END-IF
           END-PERFORM.
           IF WS-EXM-IN-FORCE > 0
               IF WS-EXM-EXPIRY-DATE (WS-EXM-IN-FORCE)
                  NOT < LNK-BUSINESS-DATE
                   MOVE WS-EXM-ENTRY-TYPE (WS-EXM-IN-FORCE)
                       TO LNK-EXEMPT-TYPE
               END-IF
           END-IF.
           GOBACK.

       100-LOAD-EXEMPTIONS.
           MOVE 'Y' TO WS-EXEMPTION-LOADED.
           OPEN INPUT EXEMPTION-FILE.
           IF WS-EXEMPTION-STATUS NOT = '00'
               DISPLAY "WARNING - UNABLE TO OPEN EXMFILE - STATUS: "
                   WS-EXEMPTION-STATUS
               DISPLAY "WARNING - NO EXEMPTIONS APPLIED THIS STEP"
           ELSE
               MOVE 'N' TO WS-EXEMPTION-EOF
               PERFORM UNTIL WS-EXEMPTION-EOF = 'Y'
                   READ EXEMPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EXEMPTION-EOF
                       NOT AT END
                           PERFORM 150-TABLE-ONE-EXEMPTION
                   END-READ
               END-PERFORM
               CLOSE EXEMPTION-FILE
           END-IF.

       150-TABLE-ONE-EXEMPTION.
           IF EXM-ENTRY-TYPE NOT = 'S' AND EXM-ENTRY-TYPE NOT = 'F'
               DISPLAY "WARNING - BAD ENTRY TYPE FOR EXEMPTION "
                   EXM-RECORD-KEY " " EXM-EFFECTIVE-DATE
                   " - ENTRY IGNORED"
           ELSE
               IF WS-EXM-COUNT < WS-EXM-MAX
                   ADD 1 TO WS-EXM-COUNT
                   MOVE EXM-RECORD-KEY
                       TO WS-EXM-RECORD-KEY (WS-EXM-COUNT)
                   MOVE EXM-EFFECTIVE-DATE
                       TO WS-EXM-EFFECTIVE-DATE (WS-EXM-COUNT)
                   MOVE EXM-EXPIRY-DATE
                       TO WS-EXM-EXPIRY-DATE (WS-EXM-COUNT)
                   MOVE EXM-ENTRY-TYPE
                       TO WS-EXM-ENTRY-TYPE (WS-EXM-COUNT)
               ELSE
                   DISPLAY "WARNING - EXEMPTION TABLE FULL - "
                       "IGNORED: " EXM-RECORD-KEY
               END-IF
           END-IF.
