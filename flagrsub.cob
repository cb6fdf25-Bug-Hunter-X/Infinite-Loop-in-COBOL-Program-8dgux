      * 'P'ending age against the control-card limit and anything
      * sitting unrepaired past it goes on the aging report so the
      * desk hears about it before month-end totals fail to tie out.
      * The resubmissions are framed on the landing file like any
      * source feed - a header for source RSUB and a trailer with
      * their count and key hash - so the front-end edit balances
      * them with the same control totals it holds the feeds to.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  REP-REASON-CODE            PIC X(4).
           05  REP-STATUS                 PIC X.
           05  REP-ORIGINAL-RECORD        PIC X(80).
      *        Date the entry went back through the edit - the
      *        monthly chargeback bills resubmissions by it.
           05  REP-RESUBMIT-DATE          PIC X(8).
           05  FILLER                     PIC X(9).

       FD  RESUBMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AGED-COUNT                  PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT                PIC 9(5) VALUE 0.

      *    Landing-file framing - the same header/trailer layout the
      *    source systems send, with the same key hash: the sum of
      *    each key character's ordinal times its position (1-10).
       01  WS-FRAME-HEADER.
           05  FILLER                     PIC X(10) VALUE '**HEADER**'.
           05  WS-FRH-SOURCE-SYS          PIC X(4) VALUE 'RSUB'.
           05  WS-FRH-BUSINESS-DATE       PIC X(8) VALUE SPACES.
           05  WS-FRH-FILE-SEQ            PIC 9(6) VALUE 0.
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  WS-FRAME-TRAILER.
           05  FILLER                     PIC X(10) VALUE '**TRAILR**'.
           05  WS-FRT-SOURCE-SYS          PIC X(4) VALUE 'RSUB'.
           05  WS-FRT-RECORD-COUNT        PIC 9(7) VALUE 0.
           05  WS-FRT-KEY-HASH            PIC 9(15) VALUE 0.
           05  FILLER                     PIC X(44) VALUE SPACES.
       01  WS-KEY-HASH-TOTAL              PIC 9(15) VALUE 0.
       01  WS-KEY-HASH-WORK               PIC 9(15) VALUE 0.
       01  WS-HASH-SUB                    PIC 9(2) VALUE 0.
       01  WS-HASH-KEY                    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 050-READ-RESUB-CARD.
           END-STRING.
           WRITE RESUB-REPORT-LINE.
           PERFORM 100-SWEEP-REPAIR-QUEUE.
           IF WS-RESUBMITTED-COUNT > 0
               PERFORM 360-WRITE-FRAME-TRAILER
           END-IF.
           MOVE SPACES TO RESUB-REPORT-LINE.
           STRING "RESUBMITTED: " WS-RESUBMITTED-COUNT
               " STILL PENDING: " WS-PENDING-COUNT
      *    resubmission carries today's date in positions 15-22, not
      *    the date it originally failed on. The queue entry keeps
      *    the record exactly as it first arrived.
           IF WS-RESUBMITTED-COUNT = 0
               PERFORM 350-WRITE-FRAME-HEADER
           END-IF.
           MOVE REP-ORIGINAL-RECORD TO WS-RESUBMIT-WORK.
           MOVE WS-TODAY-DATE TO WS-RESUBMIT-WORK (15:8).
           WRITE RESUBMIT-RECORD FROM WS-RESUBMIT-WORK.
               STOP RUN
           END-IF.
           MOVE 'C' TO REP-STATUS.
           MOVE WS-TODAY-DATE TO REP-RESUBMIT-DATE.
           REWRITE REPAIR-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CLOSE REPAIR ENTRY: "
                       REP-RECORD-KEY
           END-REWRITE.
           ADD 1 TO WS-RESUBMITTED-COUNT.
           MOVE WS-RESUBMIT-WORK (1:10) TO WS-HASH-KEY.
           PERFORM 370-HASH-ONE-KEY.
           ADD WS-KEY-HASH-WORK TO WS-KEY-HASH-TOTAL.

       350-WRITE-FRAME-HEADER.
      *    Written ahead of the first resubmission only - a night with
      *    nothing repaired adds nothing to the landing file.
           MOVE WS-TODAY-DATE TO WS-FRH-BUSINESS-DATE.
           WRITE RESUBMIT-RECORD FROM WS-FRAME-HEADER.
           IF WS-RESUBMIT-STATUS NOT = '00'
               DISPLAY "UNABLE TO WRITE RESUBMIT-FILE - STATUS: "
                   WS-RESUBMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       360-WRITE-FRAME-TRAILER.
           MOVE WS-RESUBMITTED-COUNT TO WS-FRT-RECORD-COUNT.
           MOVE WS-KEY-HASH-TOTAL TO WS-FRT-KEY-HASH.
           WRITE RESUBMIT-RECORD FROM WS-FRAME-TRAILER.
           IF WS-RESUBMIT-STATUS NOT = '00'
               DISPLAY "UNABLE TO WRITE RESUBMIT-FILE - STATUS: "
                   WS-RESUBMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       370-HASH-ONE-KEY.
           MOVE 0 TO WS-KEY-HASH-WORK.
           MOVE 1 TO WS-HASH-SUB.
           PERFORM UNTIL WS-HASH-SUB > 10
               COMPUTE WS-KEY-HASH-WORK = WS-KEY-HASH-WORK
                   + FUNCTION ORD (WS-HASH-KEY (WS-HASH-SUB:1))
                   * WS-HASH-SUB
               ADD 1 TO WS-HASH-SUB
           END-PERFORM.

       400-AGE-ENTRY.
           ADD 1 TO WS-PENDING-COUNT.
