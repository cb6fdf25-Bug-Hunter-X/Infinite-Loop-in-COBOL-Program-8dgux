       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGREST.
      *
      * FLAGREST - verify and restore a FLAGBKUP backup set, so a bad
      * night or a lost volume is recovered by procedure instead of
      * by hand. The set to restore is named on RSTCARD columns 1-16
      * and must be the set on the manifest and backup-set
      * generations the job is pointed at. Three passes:
      *   1. the backup set is read end to end and checked against
      *      its manifest - record counts, key hashes and record
      *      hashes per file. A set that does not match is damaged;
      *      the job stops RC=16 before any live file is touched;
      *   2. every file is reloaded from the set - the masters in
      *      place, the calendar onto a work file the next job step
      *      catalogues as a new generation;
      *   3. every restored file is read back and proved against the
      *      manifest. RC=8 when any file fails to prove - the chain
      *      must not be released on a restore that did not prove.
      * RC=0 means every file in the set is back, exactly as it was
      * when the set was taken.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-RECORD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOURCE-HISTORY-FILE ASSIGN TO SRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPAIR-FILE ASSIGN TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEED-SEQUENCE-FILE ASSIGN TO SEQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-SOURCE-SYS
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FLAG-HISTORY-FILE ASSIGN TO FLAGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXEMPTION-FILE ASSIGN TO EXMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALREST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO BKPSET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-SET-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RESTORE-CONTROL-FILE ASSIGN TO RSTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTORE-CONTROL-STATUS.
           SELECT RESTORE-REPORT-FILE ASSIGN TO RSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTORE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Only the keys matter here - each record is restored whole.
       FD  STATUS-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATUS-MASTER-RECORD.
           05  STA-RECORD-KEY             PIC X(10).
           05  FILLER                     PIC X(70).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05  RH-KEY                     PIC X(14).
           05  FILLER                     PIC X(66).

       FD  SOURCE-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SOURCE-HISTORY-RECORD.
           05  SH-KEY                     PIC X(12).
           05  FILLER                     PIC X(48).

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-RECORD.
           05  PRM-KEY                    PIC X(12).
           05  FILLER                     PIC X(68).

       FD  CASE-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  CASE-RECORD.
           05  CSE-KEY                    PIC X(18).
           05  FILLER                     PIC X(122).

       FD  REPAIR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPAIR-RECORD.
           05  REP-KEY                    PIC X(18).
           05  FILLER                     PIC X(102).

       FD  FEED-SEQUENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-SEQUENCE-RECORD.
           05  SEQ-SOURCE-SYS             PIC X(4).
           05  FILLER                     PIC X(76).

       FD  FLAG-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FLAG-HISTORY-RECORD.
           05  FH-KEY                     PIC X(18).
           05  FILLER                     PIC X(42).

       FD  EXEMPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXEMPTION-RECORD.
           05  EXM-KEY                    PIC X(18).
           05  FILLER                     PIC X(62).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  CHECKPOINT-RECORD              PIC X(35).

       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD                PIC X(80).

       FD  BACKUP-SET-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  BACKUP-SET-RECORD.
           05  BKS-FILE-ID                PIC X(4).
           05  BKS-RECORD-LENGTH          PIC 9(3).
           05  BKS-DATA                   PIC X(140).
           05  FILLER                     PIC X(3).
       01  BACKUP-SET-HEADER.
           05  BKH-FILE-ID                PIC X(4).
           05  BKH-SET-NAME               PIC X(16).
           05  BKH-BUSINESS-DATE          PIC X(8).
           05  FILLER                     PIC X(122).

       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-HEADER.
           05  MNH-REC-TYPE               PIC X.
           05  MNH-SET-NAME               PIC X(16).
           05  MNH-BUSINESS-DATE          PIC X(8).
           05  MNH-CALENDAR-DATE          PIC X(8).
           05  MNH-TAKEN-TS               PIC X(14).
           05  FILLER                     PIC X(33).
       01  MANIFEST-FILE-ENTRY.
           05  MNF-REC-TYPE               PIC X.
           05  MNF-FILE-ID                PIC X(4).
           05  MNF-DD-NAME                PIC X(8).
           05  MNF-RECORD-COUNT           PIC 9(9).
           05  MNF-KEY-HASH               PIC 9(15).
           05  MNF-RECORD-HASH            PIC 9(15).
           05  FILLER                     PIC X(28).
       01  MANIFEST-TRAILER.
           05  MNT-REC-TYPE               PIC X.
           05  MNT-FILE-COUNT             PIC 9(2).
           05  MNT-TOTAL-RECORDS          PIC 9(11).
           05  FILLER                     PIC X(66).

       FD  RESTORE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESTORE-CONTROL-RECORD.
           05  RST-SET-NAME               PIC X(16).
           05  FILLER                     PIC X(64).

       FD  RESTORE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RESTORE-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                 PIC XX VALUE '00'.
       01  WS-BACKUP-SET-STATUS           PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS             PIC XX VALUE '00'.
       01  WS-RESTORE-CONTROL-STATUS      PIC XX VALUE '00'.
       01  WS-RESTORE-REPORT-STATUS       PIC XX VALUE '00'.

       01  WS-SET-NAME                    PIC X(16) VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-DATE               PIC X(8) VALUE SPACES.
       01  WS-TAKEN-TS                    PIC X(14) VALUE SPACES.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-MANIFEST-HEADER-FOUND       PIC X VALUE 'N'.
       01  WS-MANIFEST-TRAILER-FOUND      PIC X VALUE 'N'.
       01  WS-MANIFEST-FILE-COUNT         PIC 9(2) VALUE 0.
       01  WS-SET-HEADER-FOUND            PIC X VALUE 'N'.
       01  WS-STRAY-RECORD-COUNT          PIC 9(7) VALUE 0.
       01  WS-WRITE-ERROR-COUNT           PIC 9(7) VALUE 0.
       01  WS-SET-FAILED-COUNT            PIC 9(2) VALUE 0.
       01  WS-RESTORE-FAILED-COUNT        PIC 9(2) VALUE 0.

      *    Which totals a record is counted into - 'S' while the
      *    backup set is checked, 'R' while the restored files are
      *    read back.
       01  WS-PASS                        PIC X VALUE SPACE.

      *    The files in the set, in FLAGBKUP's order, with the
      *    manifest's figures and the two sets of figures proved
      *    against them.
       01  WS-FILE-TABLE.
           05  WS-FIL-ENTRY OCCURS 11 TIMES.
               10  WS-FIL-ID              PIC X(4).
               10  WS-FIL-DD-NAME         PIC X(8).
               10  WS-FIL-KEY-LENGTH      PIC 9(3).
               10  WS-FIL-RECORD-LENGTH   PIC 9(3).
               10  WS-FIL-IN-MANIFEST     PIC X.
               10  WS-FIL-MAN-COUNT       PIC 9(9).
               10  WS-FIL-MAN-KEY-HASH    PIC 9(15).
               10  WS-FIL-MAN-REC-HASH    PIC 9(15).
               10  WS-FIL-SET-COUNT       PIC 9(9).
               10  WS-FIL-SET-KEY-HASH    PIC 9(15).
               10  WS-FIL-SET-REC-HASH    PIC 9(15).
               10  WS-FIL-RST-COUNT       PIC 9(9).
               10  WS-FIL-RST-KEY-HASH    PIC 9(15).
               10  WS-FIL-RST-REC-HASH    PIC 9(15).
               10  WS-FIL-SET-RESULT      PIC X(8).
               10  WS-FIL-RST-RESULT      PIC X(8).
       01  WS-FILE-COUNT                  PIC 9(2) VALUE 11.
       01  WS-FIL-SUB                     PIC 9(2) VALUE 0.
       01  WS-CUR-FILE                    PIC 9(2) VALUE 0.
       01  WS-CUR-RECORD                  PIC X(140) VALUE SPACES.

       01  WS-HASH-DATA                   PIC X(140) VALUE SPACES.
       01  WS-HASH-LENGTH                 PIC 9(3) VALUE 0.
       01  WS-HASH-SUB                    PIC 9(3) VALUE 0.
       01  WS-HASH-WORK                   PIC 9(15) VALUE 0.

       01  WS-COUNT-EDIT-1                PIC Z(8)9.
       01  WS-COUNT-EDIT-2                PIC Z(8)9.
       01  WS-COUNT-EDIT-3                PIC Z(8)9.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 050-READ-RESTORE-CARD.
           PERFORM 060-BUILD-FILE-TABLE.
           PERFORM 100-LOAD-MANIFEST.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           IF WS-RESTORE-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN RESTORE-REPORT-FILE - STATUS: "
                   WS-RESTORE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 600-WRITE-REPORT-HEADING.
      *    Pass 1 - the set against its own manifest.
           MOVE 'S' TO WS-PASS.
           PERFORM 200-READ-BACKUP-SET.
           PERFORM 250-CHECK-BACKUP-SET.
           IF WS-SET-FAILED-COUNT > 0
              OR WS-SET-HEADER-FOUND = 'N'
              OR WS-STRAY-RECORD-COUNT > 0
               PERFORM 610-WRITE-SET-RESULTS
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "*** SET " WS-SET-NAME " DOES NOT MATCH ITS "
                   "MANIFEST - NOTHING RESTORED - USE ANOTHER SET ***"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
               WRITE RESTORE-REPORT-LINE
               CLOSE RESTORE-REPORT-FILE
               DISPLAY "FLAGREST - SET " WS-SET-NAME
                   " DAMAGED - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Pass 2 - reload every file from the set.
           PERFORM 300-OPEN-RESTORE-TARGETS.
           MOVE SPACE TO WS-PASS.
           PERFORM 200-READ-BACKUP-SET.
           PERFORM 390-CLOSE-RESTORE-TARGETS.
      *    Pass 3 - prove what landed.
           MOVE 'R' TO WS-PASS.
           PERFORM 410-PROVE-STATUS-MASTER.
           PERFORM 420-PROVE-RUN-HISTORY.
           PERFORM 430-PROVE-SOURCE-HISTORY.
           PERFORM 440-PROVE-PARAMETERS.
           PERFORM 450-PROVE-CASES.
           PERFORM 460-PROVE-REPAIR-QUEUE.
           PERFORM 470-PROVE-CHECKPOINT.
           PERFORM 480-PROVE-CALENDAR.
           PERFORM 485-PROVE-FEED-SEQUENCES.
           PERFORM 490-PROVE-FLAG-HISTORY.
           PERFORM 495-PROVE-EXEMPTIONS.
           PERFORM 500-CHECK-RESTORED-FILES.
           PERFORM 610-WRITE-SET-RESULTS.
           PERFORM 620-WRITE-RESTORE-VERDICT.
           CLOSE RESTORE-REPORT-FILE.
           IF WS-RESTORE-FAILED-COUNT > 0 OR WS-WRITE-ERROR-COUNT > 0
               DISPLAY "FLAGREST - SET " WS-SET-NAME " RESTORED BUT "
                   "DID NOT PROVE - DO NOT RELEASE THE CHAIN"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FLAGREST - SET " WS-SET-NAME
                   " RESTORED AND PROVED FOR BUSINESS DATE "
                   WS-BUSINESS-DATE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-RESTORE-CARD.
      *    No default here - a restore overwrites the live masters,
      *    so the set must be named deliberately.
           OPEN INPUT RESTORE-CONTROL-FILE.
           IF WS-RESTORE-CONTROL-STATUS = '00'
               READ RESTORE-CONTROL-FILE
                   NOT AT END
                       MOVE RST-SET-NAME TO WS-SET-NAME
               END-READ
               CLOSE RESTORE-CONTROL-FILE
           END-IF.
           IF WS-SET-NAME = SPACES
               DISPLAY "FLAGREST - NO SET NAMED ON RSTCARD - "
                   "NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       060-BUILD-FILE-TABLE.
           MOVE 'STAT' TO WS-FIL-ID (1).
           MOVE 'STATFILE' TO WS-FIL-DD-NAME (1).
           MOVE 10 TO WS-FIL-KEY-LENGTH (1).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (1).
           MOVE 'RUNH' TO WS-FIL-ID (2).
           MOVE 'RUNHIST' TO WS-FIL-DD-NAME (2).
           MOVE 14 TO WS-FIL-KEY-LENGTH (2).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (2).
           MOVE 'SRCH' TO WS-FIL-ID (3).
           MOVE 'SRCHIST' TO WS-FIL-DD-NAME (3).
           MOVE 12 TO WS-FIL-KEY-LENGTH (3).
           MOVE 60 TO WS-FIL-RECORD-LENGTH (3).
           MOVE 'PARM' TO WS-FIL-ID (4).
           MOVE 'PARMFILE' TO WS-FIL-DD-NAME (4).
           MOVE 12 TO WS-FIL-KEY-LENGTH (4).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (4).
           MOVE 'CASE' TO WS-FIL-ID (5).
           MOVE 'CASEFILE' TO WS-FIL-DD-NAME (5).
           MOVE 18 TO WS-FIL-KEY-LENGTH (5).
           MOVE 140 TO WS-FIL-RECORD-LENGTH (5).
           MOVE 'REPR' TO WS-FIL-ID (6).
           MOVE 'REPFILE' TO WS-FIL-DD-NAME (6).
           MOVE 18 TO WS-FIL-KEY-LENGTH (6).
           MOVE 120 TO WS-FIL-RECORD-LENGTH (6).
           MOVE 'CKPT' TO WS-FIL-ID (7).
           MOVE 'CKPTFILE' TO WS-FIL-DD-NAME (7).
           MOVE 10 TO WS-FIL-KEY-LENGTH (7).
           MOVE 35 TO WS-FIL-RECORD-LENGTH (7).
           MOVE 'CALR' TO WS-FIL-ID (8).
           MOVE 'CALFILE' TO WS-FIL-DD-NAME (8).
           MOVE 9 TO WS-FIL-KEY-LENGTH (8).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (8).
           MOVE 'SEQF' TO WS-FIL-ID (9).
           MOVE 'SEQFILE' TO WS-FIL-DD-NAME (9).
           MOVE 4 TO WS-FIL-KEY-LENGTH (9).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (9).
           MOVE 'FHST' TO WS-FIL-ID (10).
           MOVE 'FLAGHIST' TO WS-FIL-DD-NAME (10).
           MOVE 18 TO WS-FIL-KEY-LENGTH (10).
           MOVE 60 TO WS-FIL-RECORD-LENGTH (10).
           MOVE 'EXMT' TO WS-FIL-ID (11).
           MOVE 'EXMFILE' TO WS-FIL-DD-NAME (11).
           MOVE 18 TO WS-FIL-KEY-LENGTH (11).
           MOVE 80 TO WS-FIL-RECORD-LENGTH (11).
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               MOVE 'N' TO WS-FIL-IN-MANIFEST (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-MAN-COUNT (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-MAN-KEY-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-MAN-REC-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-SET-COUNT (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-SET-KEY-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-SET-REC-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-RST-COUNT (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-RST-KEY-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-RST-REC-HASH (WS-FIL-SUB)
               MOVE SPACES TO WS-FIL-SET-RESULT (WS-FIL-SUB)
               MOVE SPACES TO WS-FIL-RST-RESULT (WS-FIL-SUB)
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.

       100-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MANIFEST-FILE - STATUS: "
                   WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 110-POST-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF WS-MANIFEST-HEADER-FOUND = 'N'
              OR WS-MANIFEST-TRAILER-FOUND = 'N'
              OR WS-MANIFEST-FILE-COUNT NOT = WS-FILE-COUNT
               DISPLAY "FLAGREST - MANIFEST INCOMPLETE - "
                   "NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-POST-MANIFEST-RECORD.
           EVALUATE MNH-REC-TYPE
               WHEN 'H'
      *            The manifest handed to the job must be the set the
      *            card names - a wrong generation stops here.
                   IF MNH-SET-NAME NOT = WS-SET-NAME
                       DISPLAY "FLAGREST - MANIFEST IS FOR SET "
                           MNH-SET-NAME " NOT " WS-SET-NAME
                           " - NOTHING RESTORED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-MANIFEST-HEADER-FOUND
                   MOVE MNH-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE MNH-CALENDAR-DATE TO WS-CALENDAR-DATE
                   MOVE MNH-TAKEN-TS TO WS-TAKEN-TS
               WHEN 'F'
                   MOVE 0 TO WS-CUR-FILE
                   MOVE 1 TO WS-FIL-SUB
                   PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
                       IF WS-FIL-ID (WS-FIL-SUB) = MNF-FILE-ID
                           MOVE WS-FIL-SUB TO WS-CUR-FILE
                       END-IF
                       ADD 1 TO WS-FIL-SUB
                   END-PERFORM
                   IF WS-CUR-FILE > 0
                      AND WS-FIL-IN-MANIFEST (WS-CUR-FILE) = 'N'
                       MOVE 'Y' TO WS-FIL-IN-MANIFEST (WS-CUR-FILE)
                       ADD 1 TO WS-MANIFEST-FILE-COUNT
                       MOVE MNF-RECORD-COUNT
                           TO WS-FIL-MAN-COUNT (WS-CUR-FILE)
                       MOVE MNF-KEY-HASH
                           TO WS-FIL-MAN-KEY-HASH (WS-CUR-FILE)
                       MOVE MNF-RECORD-HASH
                           TO WS-FIL-MAN-REC-HASH (WS-CUR-FILE)
                   ELSE
                       DISPLAY "WARNING - MANIFEST ENTRY IGNORED: "
                           MNF-FILE-ID
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-MANIFEST-TRAILER-FOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-READ-BACKUP-SET.
      *    Pass 1 counts and hashes each record; pass 2 writes it
      *    back to its file.
           OPEN INPUT BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN BACKUP-SET-FILE - STATUS: "
                   WS-BACKUP-SET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ BACKUP-SET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 210-TAKE-ONE-SET-RECORD
               END-READ
           END-PERFORM.
           CLOSE BACKUP-SET-FILE.

       210-TAKE-ONE-SET-RECORD.
           IF BKS-FILE-ID = 'SET '
               IF BKH-SET-NAME = WS-SET-NAME
                   MOVE 'Y' TO WS-SET-HEADER-FOUND
               ELSE
                   DISPLAY "FLAGREST - BACKUP SET IS " BKH-SET-NAME
                       " NOT " WS-SET-NAME
                   ADD 1 TO WS-STRAY-RECORD-COUNT
               END-IF
           ELSE
               MOVE 0 TO WS-CUR-FILE
               MOVE 1 TO WS-FIL-SUB
               PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
                   IF WS-FIL-ID (WS-FIL-SUB) = BKS-FILE-ID
                      AND WS-FIL-RECORD-LENGTH (WS-FIL-SUB)
                          = BKS-RECORD-LENGTH
                       MOVE WS-FIL-SUB TO WS-CUR-FILE
                   END-IF
                   ADD 1 TO WS-FIL-SUB
               END-PERFORM
               IF WS-CUR-FILE = 0
                   ADD 1 TO WS-STRAY-RECORD-COUNT
               ELSE
                   MOVE BKS-DATA TO WS-CUR-RECORD
                   IF WS-PASS = 'S'
                       PERFORM 360-COUNT-ONE-RECORD
                   ELSE
                       PERFORM 350-RESTORE-ONE-RECORD
                   END-IF
               END-IF
           END-IF.

       250-CHECK-BACKUP-SET.
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               IF WS-FIL-SET-COUNT (WS-FIL-SUB)
                  = WS-FIL-MAN-COUNT (WS-FIL-SUB)
                  AND WS-FIL-SET-KEY-HASH (WS-FIL-SUB)
                      = WS-FIL-MAN-KEY-HASH (WS-FIL-SUB)
                  AND WS-FIL-SET-REC-HASH (WS-FIL-SUB)
                      = WS-FIL-MAN-REC-HASH (WS-FIL-SUB)
                   MOVE "MATCH" TO WS-FIL-SET-RESULT (WS-FIL-SUB)
               ELSE
                   MOVE "MISMATCH" TO WS-FIL-SET-RESULT (WS-FIL-SUB)
                   ADD 1 TO WS-SET-FAILED-COUNT
               END-IF
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.

       300-OPEN-RESTORE-TARGETS.
      *    The calendar work file opens first - it holds nothing yet.
      *    Every master is then tried I-O and closed again before
      *    any is opened OUTPUT, so a master that is missing or held
      *    elsewhere stops the job with the masters still as they
      *    were. An empty cluster (status 35) has nothing to lose.
           MOVE 8 TO WS-CUR-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 305-PROBE-FAILED
           END-IF.
           MOVE 1 TO WS-CUR-FILE.
           OPEN I-O STATUS-MASTER-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE STATUS-MASTER-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 2 TO WS-CUR-FILE.
           OPEN I-O RUN-HISTORY-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE RUN-HISTORY-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 3 TO WS-CUR-FILE.
           OPEN I-O SOURCE-HISTORY-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE SOURCE-HISTORY-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 4 TO WS-CUR-FILE.
           OPEN I-O PARAMETER-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE PARAMETER-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 5 TO WS-CUR-FILE.
           OPEN I-O CASE-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE CASE-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 6 TO WS-CUR-FILE.
           OPEN I-O REPAIR-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE REPAIR-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 7 TO WS-CUR-FILE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE CHECKPOINT-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 9 TO WS-CUR-FILE.
           OPEN I-O FEED-SEQUENCE-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE FEED-SEQUENCE-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 10 TO WS-CUR-FILE.
           OPEN I-O FLAG-HISTORY-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE FLAG-HISTORY-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
           MOVE 11 TO WS-CUR-FILE.
           OPEN I-O EXEMPTION-FILE.
           IF WS-FILE-STATUS = '00'
               CLOSE EXEMPTION-FILE
           ELSE
               IF WS-FILE-STATUS NOT = '35'
                   PERFORM 305-PROBE-FAILED
               END-IF
           END-IF.
      *    From here an OPEN OUTPUT has emptied every master before
      *    it, so a failure now needs the restore rerun to the end.
           MOVE 1 TO WS-CUR-FILE.
           OPEN OUTPUT STATUS-MASTER-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 2 TO WS-CUR-FILE.
           OPEN OUTPUT RUN-HISTORY-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 3 TO WS-CUR-FILE.
           OPEN OUTPUT SOURCE-HISTORY-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 4 TO WS-CUR-FILE.
           OPEN OUTPUT PARAMETER-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 5 TO WS-CUR-FILE.
           OPEN OUTPUT CASE-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 6 TO WS-CUR-FILE.
           OPEN OUTPUT REPAIR-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 7 TO WS-CUR-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 9 TO WS-CUR-FILE.
           OPEN OUTPUT FEED-SEQUENCE-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 10 TO WS-CUR-FILE.
           OPEN OUTPUT FLAG-HISTORY-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.
           MOVE 11 TO WS-CUR-FILE.
           OPEN OUTPUT EXEMPTION-FILE.
           PERFORM 310-CHECK-TARGET-OPEN.

       305-PROBE-FAILED.
           DISPLAY "UNABLE TO OPEN " WS-FIL-DD-NAME (WS-CUR-FILE)
               " FOR RESTORE - STATUS: " WS-FILE-STATUS.
           DISPLAY "FLAGREST - NOTHING RESTORED - MASTERS UNCHANGED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       310-CHECK-TARGET-OPEN.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN " WS-FIL-DD-NAME (WS-CUR-FILE)
                   " FOR RESTORE - STATUS: " WS-FILE-STATUS
               DISPLAY "FLAGREST - RESTORE NOT COMPLETE - MASTERS "
                   "BEFORE " WS-FIL-DD-NAME (WS-CUR-FILE)
                   " ARE NOW EMPTY"
               DISPLAY "FLAGREST - RERUN THE RESTORE BEFORE ANYTHING "
                   "ELSE RUNS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       350-RESTORE-ONE-RECORD.
           EVALUATE WS-CUR-FILE
               WHEN 1
                   WRITE STATUS-MASTER-RECORD FROM WS-CUR-RECORD
               WHEN 2
                   WRITE RUN-HISTORY-RECORD FROM WS-CUR-RECORD
               WHEN 3
                   WRITE SOURCE-HISTORY-RECORD FROM WS-CUR-RECORD
               WHEN 4
                   WRITE PARAMETER-RECORD FROM WS-CUR-RECORD
               WHEN 5
                   WRITE CASE-RECORD FROM WS-CUR-RECORD
               WHEN 6
                   WRITE REPAIR-RECORD FROM WS-CUR-RECORD
               WHEN 7
                   WRITE CHECKPOINT-RECORD FROM WS-CUR-RECORD
               WHEN 8
                   WRITE CALENDAR-RECORD FROM WS-CUR-RECORD
               WHEN 9
                   WRITE FEED-SEQUENCE-RECORD FROM WS-CUR-RECORD
               WHEN 10
                   WRITE FLAG-HISTORY-RECORD FROM WS-CUR-RECORD
               WHEN 11
                   WRITE EXEMPTION-RECORD FROM WS-CUR-RECORD
           END-EVALUATE.
           IF WS-FILE-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY "WARNING - UNABLE TO RESTORE RECORD TO "
                   WS-FIL-DD-NAME (WS-CUR-FILE) " - STATUS: "
                   WS-FILE-STATUS " - KEY: "
                   WS-CUR-RECORD (1:WS-FIL-KEY-LENGTH (WS-CUR-FILE))
           END-IF.

       360-COUNT-ONE-RECORD.
      *    Same count and hashes FLAGBKUP took, into the totals for
      *    the pass in progress.
           MOVE WS-CUR-RECORD TO WS-HASH-DATA.
           IF WS-PASS = 'S'
               ADD 1 TO WS-FIL-SET-COUNT (WS-CUR-FILE)
           ELSE
               ADD 1 TO WS-FIL-RST-COUNT (WS-CUR-FILE)
           END-IF.
           MOVE WS-FIL-KEY-LENGTH (WS-CUR-FILE) TO WS-HASH-LENGTH.
           PERFORM 370-HASH-ONE-FIELD.
           IF WS-PASS = 'S'
               ADD WS-HASH-WORK TO WS-FIL-SET-KEY-HASH (WS-CUR-FILE)
           ELSE
               ADD WS-HASH-WORK TO WS-FIL-RST-KEY-HASH (WS-CUR-FILE)
           END-IF.
           MOVE WS-FIL-RECORD-LENGTH (WS-CUR-FILE) TO WS-HASH-LENGTH.
           PERFORM 370-HASH-ONE-FIELD.
           IF WS-PASS = 'S'
               ADD WS-HASH-WORK TO WS-FIL-SET-REC-HASH (WS-CUR-FILE)
           ELSE
               ADD WS-HASH-WORK TO WS-FIL-RST-REC-HASH (WS-CUR-FILE)
           END-IF.

       370-HASH-ONE-FIELD.
           MOVE 0 TO WS-HASH-WORK.
           MOVE 1 TO WS-HASH-SUB.
           PERFORM UNTIL WS-HASH-SUB > WS-HASH-LENGTH
               COMPUTE WS-HASH-WORK = WS-HASH-WORK
                   + FUNCTION ORD (WS-HASH-DATA (WS-HASH-SUB:1))
                   * WS-HASH-SUB
               ADD 1 TO WS-HASH-SUB
           END-PERFORM.

       390-CLOSE-RESTORE-TARGETS.
           CLOSE STATUS-MASTER-FILE, RUN-HISTORY-FILE,
               SOURCE-HISTORY-FILE, PARAMETER-FILE, CASE-FILE,
               REPAIR-FILE, CHECKPOINT-FILE, CALENDAR-FILE,
               FEED-SEQUENCE-FILE, FLAG-HISTORY-FILE, EXEMPTION-FILE.

       400-REOPEN-FAILED.
      *    A file restored from no records can come back as a cluster
      *    never loaded (status 35) - that is a file of no records,
      *    proved against the manifest like any other.
           IF WS-FILE-STATUS = '35'
               DISPLAY "FLAGREST - " WS-FIL-DD-NAME (WS-CUR-FILE)
                   " EMPTY (STATUS 35) - PROVED AS NO RECORDS"
           ELSE
               DISPLAY "UNABLE TO REOPEN " WS-FIL-DD-NAME (WS-CUR-FILE)
                   " TO PROVE IT - STATUS: " WS-FILE-STATUS
               MOVE "NO READ" TO WS-FIL-RST-RESULT (WS-CUR-FILE)
           END-IF.

       410-PROVE-STATUS-MASTER.
           MOVE 1 TO WS-CUR-FILE.
           OPEN INPUT STATUS-MASTER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO STA-RECORD-KEY
               START STATUS-MASTER-FILE
                   KEY IS GREATER THAN STA-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ STATUS-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE STATUS-MASTER-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STATUS-MASTER-FILE
           END-IF.

       420-PROVE-RUN-HISTORY.
           MOVE 2 TO WS-CUR-FILE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO RH-KEY
               START RUN-HISTORY-FILE KEY IS GREATER THAN RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RUN-HISTORY-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       430-PROVE-SOURCE-HISTORY.
           MOVE 3 TO WS-CUR-FILE.
           OPEN INPUT SOURCE-HISTORY-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SH-KEY
               START SOURCE-HISTORY-FILE KEY IS GREATER THAN SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SOURCE-HISTORY-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-HISTORY-FILE
           END-IF.

       440-PROVE-PARAMETERS.
           MOVE 4 TO WS-CUR-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO PRM-KEY
               START PARAMETER-FILE KEY IS GREATER THAN PRM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ PARAMETER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PARAMETER-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       450-PROVE-CASES.
           MOVE 5 TO WS-CUR-FILE.
           OPEN INPUT CASE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO CSE-KEY
               START CASE-FILE KEY IS GREATER THAN CSE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CASE-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       460-PROVE-REPAIR-QUEUE.
           MOVE 6 TO WS-CUR-FILE.
           OPEN INPUT REPAIR-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO REP-KEY
               START REPAIR-FILE KEY IS GREATER THAN REP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ REPAIR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE REPAIR-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE REPAIR-FILE
           END-IF.

       470-PROVE-CHECKPOINT.
           MOVE 7 TO WS-CUR-FILE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CHECKPOINT-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       480-PROVE-CALENDAR.
           MOVE 8 TO WS-CUR-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CALENDAR-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       485-PROVE-FEED-SEQUENCES.
           MOVE 9 TO WS-CUR-FILE.
           OPEN INPUT FEED-SEQUENCE-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SEQ-SOURCE-SYS
               START FEED-SEQUENCE-FILE
                   KEY IS GREATER THAN SEQ-SOURCE-SYS
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FEED-SEQUENCE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE FEED-SEQUENCE-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEED-SEQUENCE-FILE
           END-IF.

       490-PROVE-FLAG-HISTORY.
           MOVE 10 TO WS-CUR-FILE.
           OPEN INPUT FLAG-HISTORY-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO FH-KEY
               START FLAG-HISTORY-FILE KEY IS GREATER THAN FH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FLAG-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE FLAG-HISTORY-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FLAG-HISTORY-FILE
           END-IF.

       495-PROVE-EXEMPTIONS.
           MOVE 11 TO WS-CUR-FILE.
           OPEN INPUT EXEMPTION-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 400-REOPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO EXM-KEY
               START EXEMPTION-FILE KEY IS GREATER THAN EXM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ EXEMPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXEMPTION-RECORD TO WS-CUR-RECORD
                           PERFORM 360-COUNT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXEMPTION-FILE
           END-IF.

       500-CHECK-RESTORED-FILES.
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               IF WS-FIL-RST-RESULT (WS-FIL-SUB) = SPACES
                   IF WS-FIL-RST-COUNT (WS-FIL-SUB)
                      = WS-FIL-MAN-COUNT (WS-FIL-SUB)
                      AND WS-FIL-RST-KEY-HASH (WS-FIL-SUB)
                          = WS-FIL-MAN-KEY-HASH (WS-FIL-SUB)
                      AND WS-FIL-RST-REC-HASH (WS-FIL-SUB)
                          = WS-FIL-MAN-REC-HASH (WS-FIL-SUB)
                       MOVE "PROVED" TO WS-FIL-RST-RESULT (WS-FIL-SUB)
                   ELSE
                       MOVE "MISMATCH" TO WS-FIL-RST-RESULT (WS-FIL-SUB)
                   END-IF
               END-IF
               IF WS-FIL-RST-RESULT (WS-FIL-SUB) NOT = "PROVED"
                   ADD 1 TO WS-RESTORE-FAILED-COUNT
               END-IF
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.

       600-WRITE-REPORT-HEADING.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "FLAGGING MASTER FILE RESTORE - SET " WS-SET-NAME
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           END-STRING.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "SET TAKEN " WS-TAKEN-TS
               "   CLOSES BUSINESS DATE " WS-BUSINESS-DATE
               "   CALENDAR RESUMES AT " WS-CALENDAR-DATE
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           END-STRING.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "FILE DD NAME  MANIFEST RECS   SET RECS  SET      "
               "RESTORED RECS  RESTORED  KEY HASH (MANIFEST)"
               DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           END-STRING.
           WRITE RESTORE-REPORT-LINE.

       610-WRITE-SET-RESULTS.
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               MOVE WS-FIL-MAN-COUNT (WS-FIL-SUB) TO WS-COUNT-EDIT-1
               MOVE WS-FIL-SET-COUNT (WS-FIL-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-FIL-RST-COUNT (WS-FIL-SUB) TO WS-COUNT-EDIT-3
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING WS-FIL-ID (WS-FIL-SUB) " "
                   WS-FIL-DD-NAME (WS-FIL-SUB) "     "
                   WS-COUNT-EDIT-1 "  " WS-COUNT-EDIT-2 "  "
                   WS-FIL-SET-RESULT (WS-FIL-SUB) "     "
                   WS-COUNT-EDIT-3 "  "
                   WS-FIL-RST-RESULT (WS-FIL-SUB) "  "
                   WS-FIL-MAN-KEY-HASH (WS-FIL-SUB)
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
               WRITE RESTORE-REPORT-LINE
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.
           IF WS-SET-HEADER-FOUND = 'N'
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "*** BACKUP SET HAS NO HEADER FOR " WS-SET-NAME
                   " ***"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
               WRITE RESTORE-REPORT-LINE
           END-IF.
           IF WS-STRAY-RECORD-COUNT > 0
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "*** " WS-STRAY-RECORD-COUNT
                   " RECORD(S) ON THE BACKUP SET BELONG TO NO FILE "
                   "OF THE SET ***"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
               WRITE RESTORE-REPORT-LINE
           END-IF.

       620-WRITE-RESTORE-VERDICT.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           IF WS-RESTORE-FAILED-COUNT > 0 OR WS-WRITE-ERROR-COUNT > 0
               STRING "*** RESTORE DID NOT PROVE - "
                   WS-RESTORE-FAILED-COUNT " FILE(S) DIFFER FROM THE "
                   "MANIFEST, " WS-WRITE-ERROR-COUNT
                   " WRITE ERROR(S) - DO NOT RELEASE THE CHAIN ***"
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
           ELSE
               STRING "SET " WS-SET-NAME " RESTORED AND PROVED - "
                   "ALL FILES MATCH THE MANIFEST - THE CHAIN MAY BE "
                   "RELEASED FROM BUSINESS DATE " WS-CALENDAR-DATE
                   DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE RESTORE-REPORT-LINE.
