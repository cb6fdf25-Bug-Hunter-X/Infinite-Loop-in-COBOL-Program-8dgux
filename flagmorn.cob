      *    the sweep - FLAGPROC on a single-threaded night, FLAGCONS
      *    on a parallel one; either satisfies it.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-STP-PROGRAM         PIC X(8).
               10  WS-STP-ALT-PROGRAM     PIC X(8).
               10  WS-STP-FOUND           PIC X.
               10  WS-STP-COUNT-1         PIC 9(7).
               10  WS-STP-COUNT-2         PIC 9(7).
               10  WS-STP-COUNT-3         PIC 9(7).
       01  WS-STEP-COUNT                  PIC 9(2) VALUE 8.
       01  WS-STP-SUB                     PIC 9(2) VALUE 0.
       01  WS-STP-IDX                     PIC 9(2) VALUE 0.

           MOVE 'FLAGRECN' TO WS-STP-PROGRAM (3).
           MOVE 'FLAGRJLD' TO WS-STP-PROGRAM (4).
           MOVE 'FLAGACK' TO WS-STP-PROGRAM (5).
           MOVE 'FLAGWHSE' TO WS-STP-PROGRAM (6).
           MOVE 'FLAGCAL' TO WS-STP-PROGRAM (7).
           MOVE 'FLAGBKUP' TO WS-STP-PROGRAM (8).
           MOVE 1 TO WS-STP-SUB.
           PERFORM UNTIL WS-STP-SUB > WS-STEP-COUNT
               MOVE 'N' TO WS-STP-FOUND (WS-STP-SUB)
