      * and a source-system filter; a blank filter matches every
      * source. The registry loads once per job step and a missing
      * registry file just means dashboard-only delivery, so the
      * sweep never fails over a notification. The caller also
      * passes the rule that raised the flag - 'CNT ' count
      * threshold, 'CAMT' cumulative amount, 'SITM' single item,
      * 'FORC' watchlist - which rides on the dashboard record.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

      *    One entry per subscriber - name, queue slot 1-4, and a
      *    source-system filter (blank matches every source).
       01  LNK-RECORD-KEY                 PIC X(10).
       01  LNK-NUMBER                     PIC 9(5).
       01  LNK-SOURCE-SYS                 PIC X(4).
       01  LNK-RULE-CODE                  PIC X(4).

       PROCEDURE DIVISION USING LNK-RECORD-KEY, LNK-NUMBER,
                                LNK-SOURCE-SYS, LNK-RULE-CODE.
       000-NOTIFY-MAIN.
           IF WS-REGISTRY-LOADED = 'N'
               PERFORM 100-LOAD-REGISTRY
               MOVE LNK-NUMBER TO TRN-NUMBER
               MOVE FUNCTION CURRENT-DATE TO TRN-TIMESTAMP
               MOVE LNK-SOURCE-SYS TO TRN-SOURCE-SYS
               MOVE LNK-RULE-CODE TO TRN-RULE-CODE
               WRITE TRANS-RECORD
               IF WS-TRANS-STATUS NOT = '00'
                   DISPLAY "WARNING - UNABLE TO WRITE TRANFILE - "
