       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-KEY             PIC X(10).
           05  TRN-NUMBER                 PIC 9(5).
           05  TRN-TIMESTAMP              PIC X(21).
           05  TRN-SOURCE-SYS             PIC X(4).
           05  TRN-RULE-CODE              PIC X(4).

       FD  ACK-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *    Widened to carry the source system so a resend can be
      *    routed to the right subscriber queues - a one-time copy
      *    of the pending generation to the new length was run when
      *    the layout changed. Widened again for the rule code, so
      *    a resend reports the rule that raised the original.
       FD  PEND-IN-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  PEND-IN-RECORD.
           05  PIN-RECORD-KEY             PIC X(10).
           05  PIN-NUMBER                 PIC 9(5).
           05  PIN-SENT-TS                PIC X(21).
           05  PIN-MISS-COUNT             PIC 9(1).
           05  PIN-SOURCE-SYS             PIC X(4).
           05  PIN-RULE-CODE              PIC X(4).
           05  FILLER                     PIC X(3).

       FD  PEND-OUT-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  PEND-OUT-RECORD.
           05  POUT-RECORD-KEY            PIC X(10).
           05  POUT-NUMBER                PIC 9(5).
           05  POUT-SENT-TS               PIC X(21).
           05  POUT-MISS-COUNT            PIC 9(1).
           05  POUT-SOURCE-SYS            PIC X(4).
           05  POUT-RULE-CODE             PIC X(4).
           05  FILLER                     PIC X(3).

       FD  ESCALATION-FILE
               10  WS-PND-SENT-TS         PIC X(21).
               10  WS-PND-MISS-COUNT      PIC 9(1).
               10  WS-PND-SOURCE-SYS      PIC X(4).
               10  WS-PND-RULE-CODE       PIC X(4).
               10  WS-PND-STATUS          PIC X.
       01  WS-PEND-COUNT                  PIC 9(5) VALUE 0.
       01  WS-PEND-MAX                    PIC 9(5) VALUE 2000.
       01  WS-NOTIFY-KEY                  PIC X(10) VALUE SPACES.
       01  WS-NOTIFY-NUMBER               PIC 9(5) VALUE 0.
       01  WS-NOTIFY-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-NOTIFY-RULE                 PIC X(4) VALUE SPACES.

      *    Timestamps compared in whole hours since the epoch the
      *    intrinsic date functions use.
                               TO WS-PND-MISS-COUNT (WS-PEND-COUNT)
                           MOVE PIN-SOURCE-SYS
                               TO WS-PND-SOURCE-SYS (WS-PEND-COUNT)
                           MOVE PIN-RULE-CODE
                               TO WS-PND-RULE-CODE (WS-PEND-COUNT)
                           MOVE 'P' TO WS-PND-STATUS (WS-PEND-COUNT)
                       ELSE
                           DISPLAY "WARNING - PENDING TABLE FULL - "
           MOVE WS-PND-KEY (WS-PND-SUB) TO WS-NOTIFY-KEY.
           MOVE WS-PND-NUMBER (WS-PND-SUB) TO WS-NOTIFY-NUMBER.
           MOVE WS-PND-SOURCE-SYS (WS-PND-SUB) TO WS-NOTIFY-SOURCE.
           MOVE WS-PND-RULE-CODE (WS-PND-SUB) TO WS-NOTIFY-RULE.
           CALL 'FLAGNOTI' USING WS-NOTIFY-KEY, WS-NOTIFY-NUMBER,
               WS-NOTIFY-SOURCE, WS-NOTIFY-RULE.
           MOVE WS-CURRENT-TS TO WS-PND-SENT-TS (WS-PND-SUB).
           ADD 1 TO WS-RESENT-COUNT.
           DISPLAY "NOTIFICATION RESENT: " WS-PND-KEY (WS-PND-SUB).
                       MOVE 0 TO WS-PND-MISS-COUNT (WS-PEND-COUNT)
                       MOVE TRN-SOURCE-SYS
                           TO WS-PND-SOURCE-SYS (WS-PEND-COUNT)
                       MOVE TRN-RULE-CODE
                           TO WS-PND-RULE-CODE (WS-PEND-COUNT)
                       MOVE 'P' TO WS-PND-STATUS (WS-PEND-COUNT)
                   ELSE
                       DISPLAY "WARNING - PENDING TABLE FULL - NOT "
                       TO POUT-MISS-COUNT
                   MOVE WS-PND-SOURCE-SYS (WS-PND-SUB)
                       TO POUT-SOURCE-SYS
                   MOVE WS-PND-RULE-CODE (WS-PND-SUB)
                       TO POUT-RULE-CODE
                   WRITE PEND-OUT-RECORD
               END-IF
               ADD 1 TO WS-PND-SUB
