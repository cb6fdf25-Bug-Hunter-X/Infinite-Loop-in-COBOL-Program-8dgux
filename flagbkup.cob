       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGBKUP.
      *
      * FLAGBKUP - point-in-time backup of every file the flagging
      * system keeps state in, taken as one set so a restore brings
      * them all back to the same moment: the status master, run
      * history, source history, parameter file, escalation cases,
      * repair queue, checkpoint file, the current calendar
      * generation, the feed sequence file, the record-level flag
      * history and the exemption file. Runs as the last step of
      * the nightly chain, after the roll-forward and before the
      * online region comes up, with every file held exclusively -
      * nothing can move between one file's copy and the next.
      * Every record goes onto one backup-set generation, tagged
      * with the file it came from and led by a set header. The
      * manifest generation written alongside carries the set name,
      * the business date it closes, and per file the record count,
      * key hash and record hash FLAGREST proves a restore against.
      * The set name is BK + the business date + the time taken.
      * A cluster never loaded (status 35) goes into the set as a file
      * of no records; any other file that cannot be read fails the
      * step RC=16 - half a set is no set.
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
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO BKPSET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-SET-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Only the keys matter here - each record is copied whole.
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
       01  CALENDAR-RECORD.
           05  CAL-REC-TYPE               PIC X.
           05  CAL-CURRENT-DATE           PIC X(8).
           05  CAL-PREVIOUS-DATE          PIC X(8).
           05  FILLER                     PIC X(63).

      *    One record per record backed up, tagged with its file. The
      *    first record is the set header ('SET ').
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

      *    'H' set header, one 'F' entry per file, 'T' trailer.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                 PIC XX VALUE '00'.
       01  WS-BACKUP-SET-STATUS           PIC XX VALUE '00'.
       01  WS-MANIFEST-STATUS             PIC XX VALUE '00'.

       COPY OPSENTRY.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-DATE               PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-FOUND              PIC X VALUE 'N'.
       01  WS-RUN-START-TS                PIC X(21) VALUE SPACES.
       01  WS-SET-NAME                    PIC X(16) VALUE SPACES.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-TOTAL-RECORDS               PIC 9(11) VALUE 0.

      *    The files in the set, in the order they are backed up and
      *    restored. Key length is the leading bytes hashed as the
      *    key - the calendar has no key, so its record type and
      *    date stand in.
       01  WS-FILE-TABLE.
           05  WS-FIL-ENTRY OCCURS 11 TIMES.
               10  WS-FIL-ID              PIC X(4).
               10  WS-FIL-DD-NAME         PIC X(8).
               10  WS-FIL-KEY-LENGTH      PIC 9(3).
               10  WS-FIL-RECORD-LENGTH   PIC 9(3).
               10  WS-FIL-RECORD-COUNT    PIC 9(9).
               10  WS-FIL-KEY-HASH        PIC 9(15).
               10  WS-FIL-RECORD-HASH     PIC 9(15).
       01  WS-FILE-COUNT                  PIC 9(2) VALUE 11.
       01  WS-FIL-SUB                     PIC 9(2) VALUE 0.
       01  WS-CUR-FILE                    PIC 9(2) VALUE 0.
       01  WS-CUR-RECORD                  PIC X(140) VALUE SPACES.

      *    Same position-weighted hash as the feed trailers, over
      *    any length up to a whole record.
       01  WS-HASH-DATA                   PIC X(140) VALUE SPACES.
       01  WS-HASH-LENGTH                 PIC 9(3) VALUE 0.
       01  WS-HASH-SUB                    PIC 9(3) VALUE 0.
       01  WS-HASH-WORK                   PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM 040-READ-CALENDAR.
           PERFORM 060-BUILD-FILE-TABLE.
           STRING "BK" WS-RUN-DATE WS-RUN-START-TS (9:6)
               DELIMITED BY SIZE INTO WS-SET-NAME
           END-STRING.
           PERFORM 100-OPEN-BACKUP-SET.
           PERFORM 210-BACK-UP-STATUS-MASTER.
           PERFORM 220-BACK-UP-RUN-HISTORY.
           PERFORM 230-BACK-UP-SOURCE-HISTORY.
           PERFORM 240-BACK-UP-PARAMETERS.
           PERFORM 250-BACK-UP-CASES.
           PERFORM 260-BACK-UP-REPAIR-QUEUE.
           PERFORM 270-BACK-UP-CHECKPOINT.
           PERFORM 280-BACK-UP-CALENDAR.
           PERFORM 285-BACK-UP-FEED-SEQUENCES.
           PERFORM 290-BACK-UP-FLAG-HISTORY.
           PERFORM 295-BACK-UP-EXEMPTIONS.
           CLOSE BACKUP-SET-FILE.
           PERFORM 700-WRITE-MANIFEST.
           DISPLAY "FLAGBKUP - SET " WS-SET-NAME " FOR BUSINESS DATE "
               WS-RUN-DATE.
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               DISPLAY "FLAGBKUP - " WS-FIL-DD-NAME (WS-FIL-SUB)
                   " RECORDS: " WS-FIL-RECORD-COUNT (WS-FIL-SUB)
                   " KEY HASH: " WS-FIL-KEY-HASH (WS-FIL-SUB)
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           PERFORM 890-WRITE-OPS-LOG.
           STOP RUN.

       040-READ-CALENDAR.
      *    The backup runs after FLAGCAL has rolled the calendar
      *    forward, so the night the set closes is the 'C' record's
      *    PREVIOUS business date; the current date is recorded too,
      *    as the date the chain resumes from after a restore.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FILE-STATUS = '00'
               PERFORM UNTIL WS-FILE-STATUS NOT = '00'
                          OR WS-CALENDAR-FOUND = 'Y'
                   READ CALENDAR-FILE
                       NOT AT END
                           IF CAL-REC-TYPE = 'C'
                              AND CAL-PREVIOUS-DATE IS NUMERIC
                               MOVE 'Y' TO WS-CALENDAR-FOUND
                               MOVE CAL-PREVIOUS-DATE TO WS-RUN-DATE
                               MOVE CAL-CURRENT-DATE
                                   TO WS-CALENDAR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CALENDAR-FOUND = 'N'
               DISPLAY "WARNING - NO CURRENT-DATE RECORD ON CALFILE "
                   "- STATUS: " WS-FILE-STATUS
               DISPLAY "WARNING - RUN DATE DEFAULTS TO TODAY: "
                   WS-RUN-DATE
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
               MOVE 0 TO WS-FIL-RECORD-COUNT (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-KEY-HASH (WS-FIL-SUB)
               MOVE 0 TO WS-FIL-RECORD-HASH (WS-FIL-SUB)
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.

       100-OPEN-BACKUP-SET.
           OPEN OUTPUT BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN BACKUP-SET-FILE - STATUS: "
                   WS-BACKUP-SET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO BACKUP-SET-HEADER.
           MOVE 'SET ' TO BKH-FILE-ID.
           MOVE WS-SET-NAME TO BKH-SET-NAME.
           MOVE WS-RUN-DATE TO BKH-BUSINESS-DATE.
           WRITE BACKUP-SET-HEADER.
           PERFORM 190-CHECK-SET-WRITE.

       190-CHECK-SET-WRITE.
           IF WS-BACKUP-SET-STATUS NOT = '00'
               DISPLAY "UNABLE TO WRITE BACKUP-SET-FILE - STATUS: "
                   WS-BACKUP-SET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-OPEN-FAILED.
           DISPLAY "UNABLE TO OPEN " WS-FIL-DD-NAME (WS-CUR-FILE)
               " - STATUS: " WS-FILE-STATUS.
           DISPLAY "FLAGBKUP - SET " WS-SET-NAME " INCOMPLETE - "
               "DO NOT USE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       205-OPEN-EMPTY.
      *    A cluster never loaded (status 35) - no exemptions yet, no
      *    case opened yet - is a file of no records, and goes into
      *    the set as one.
           DISPLAY "FLAGBKUP - " WS-FIL-DD-NAME (WS-CUR-FILE)
               " EMPTY (STATUS 35) - BACKED UP AS NO RECORDS".

       210-BACK-UP-STATUS-MASTER.
           MOVE 1 TO WS-CUR-FILE.
           OPEN INPUT STATUS-MASTER-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STATUS-MASTER-FILE
           END-IF.

       220-BACK-UP-RUN-HISTORY.
           MOVE 2 TO WS-CUR-FILE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       230-BACK-UP-SOURCE-HISTORY.
           MOVE 3 TO WS-CUR-FILE.
           OPEN INPUT SOURCE-HISTORY-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-HISTORY-FILE
           END-IF.

       240-BACK-UP-PARAMETERS.
           MOVE 4 TO WS-CUR-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       250-BACK-UP-CASES.
           MOVE 5 TO WS-CUR-FILE.
           OPEN INPUT CASE-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       260-BACK-UP-REPAIR-QUEUE.
           MOVE 6 TO WS-CUR-FILE.
           OPEN INPUT REPAIR-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE REPAIR-FILE
           END-IF.

       270-BACK-UP-CHECKPOINT.
      *    An empty checkpoint file - the normal state after a clean
      *    night - is still backed up, as a file of no records.
           MOVE 7 TO WS-CUR-FILE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CHECKPOINT-RECORD TO WS-CUR-RECORD
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       280-BACK-UP-CALENDAR.
           MOVE 8 TO WS-CUR-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM 200-OPEN-FAILED
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CALENDAR-RECORD TO WS-CUR-RECORD
                       PERFORM 300-COPY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

       285-BACK-UP-FEED-SEQUENCES.
           MOVE 9 TO WS-CUR-FILE.
           OPEN INPUT FEED-SEQUENCE-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEED-SEQUENCE-FILE
           END-IF.

       290-BACK-UP-FLAG-HISTORY.
           MOVE 10 TO WS-CUR-FILE.
           OPEN INPUT FLAG-HISTORY-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FLAG-HISTORY-FILE
           END-IF.

       295-BACK-UP-EXEMPTIONS.
           MOVE 11 TO WS-CUR-FILE.
           OPEN INPUT EXEMPTION-FILE.
           IF WS-FILE-STATUS = '35'
               PERFORM 205-OPEN-EMPTY
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   PERFORM 200-OPEN-FAILED
               END-IF
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
                           PERFORM 300-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXEMPTION-FILE
           END-IF.

       300-COPY-ONE-RECORD.
           MOVE SPACES TO BACKUP-SET-RECORD.
           MOVE WS-FIL-ID (WS-CUR-FILE) TO BKS-FILE-ID.
           MOVE WS-FIL-RECORD-LENGTH (WS-CUR-FILE)
               TO BKS-RECORD-LENGTH.
           MOVE WS-CUR-RECORD TO BKS-DATA.
           WRITE BACKUP-SET-RECORD.
           PERFORM 190-CHECK-SET-WRITE.
           ADD 1 TO WS-FIL-RECORD-COUNT (WS-CUR-FILE).
           ADD 1 TO WS-TOTAL-RECORDS.
           MOVE WS-CUR-RECORD TO WS-HASH-DATA.
           MOVE WS-FIL-KEY-LENGTH (WS-CUR-FILE) TO WS-HASH-LENGTH.
           PERFORM 370-HASH-ONE-FIELD.
           ADD WS-HASH-WORK TO WS-FIL-KEY-HASH (WS-CUR-FILE).
           MOVE WS-FIL-RECORD-LENGTH (WS-CUR-FILE) TO WS-HASH-LENGTH.
           PERFORM 370-HASH-ONE-FIELD.
           ADD WS-HASH-WORK TO WS-FIL-RECORD-HASH (WS-CUR-FILE).

       370-HASH-ONE-FIELD.
           MOVE 0 TO WS-HASH-WORK.
           MOVE 1 TO WS-HASH-SUB.
           PERFORM UNTIL WS-HASH-SUB > WS-HASH-LENGTH
               COMPUTE WS-HASH-WORK = WS-HASH-WORK
                   + FUNCTION ORD (WS-HASH-DATA (WS-HASH-SUB:1))
                   * WS-HASH-SUB
               ADD 1 TO WS-HASH-SUB
           END-PERFORM.

       700-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MANIFEST-FILE - STATUS: "
                   WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-HEADER.
           MOVE 'H' TO MNH-REC-TYPE.
           MOVE WS-SET-NAME TO MNH-SET-NAME.
           MOVE WS-RUN-DATE TO MNH-BUSINESS-DATE.
           MOVE WS-CALENDAR-DATE TO MNH-CALENDAR-DATE.
           MOVE WS-RUN-START-TS (1:14) TO MNH-TAKEN-TS.
           WRITE MANIFEST-HEADER.
           MOVE 1 TO WS-FIL-SUB.
           PERFORM UNTIL WS-FIL-SUB > WS-FILE-COUNT
               MOVE SPACES TO MANIFEST-FILE-ENTRY
               MOVE 'F' TO MNF-REC-TYPE
               MOVE WS-FIL-ID (WS-FIL-SUB) TO MNF-FILE-ID
               MOVE WS-FIL-DD-NAME (WS-FIL-SUB) TO MNF-DD-NAME
               MOVE WS-FIL-RECORD-COUNT (WS-FIL-SUB)
                   TO MNF-RECORD-COUNT
               MOVE WS-FIL-KEY-HASH (WS-FIL-SUB) TO MNF-KEY-HASH
               MOVE WS-FIL-RECORD-HASH (WS-FIL-SUB)
                   TO MNF-RECORD-HASH
               WRITE MANIFEST-FILE-ENTRY
               ADD 1 TO WS-FIL-SUB
           END-PERFORM.
           MOVE SPACES TO MANIFEST-TRAILER.
           MOVE 'T' TO MNT-REC-TYPE.
           MOVE WS-FILE-COUNT TO MNT-FILE-COUNT.
           MOVE WS-TOTAL-RECORDS TO MNT-TOTAL-RECORDS.
           WRITE MANIFEST-TRAILER.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "UNABLE TO WRITE MANIFEST-FILE - STATUS: "
                   WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MANIFEST-FILE.

       890-WRITE-OPS-LOG.
      *    One step record on the shared operations log, so the
      *    morning status report shows the backup with the rest of
      *    the night.
           MOVE 'FLAGBKUP' TO WS-OPS-PROGRAM.
           MOVE WS-RUN-DATE TO WS-OPS-RUN-DATE.
           MOVE WS-RUN-START-TS TO WS-OPS-START-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-OPS-END-TS.
           MOVE RETURN-CODE TO WS-OPS-RC.
           MOVE WS-FILE-COUNT TO WS-OPS-COUNT-1.
           MOVE WS-TOTAL-RECORDS TO WS-OPS-COUNT-2.
           MOVE WS-FIL-RECORD-COUNT (1) TO WS-OPS-COUNT-3.
           CALL 'FLAGOPSL' USING WS-OPS-ENTRY.
