           05  FILLER                     PIC X(3).

       FD  TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-KEY             PIC X(10).
           05  TRN-NUMBER                 PIC 9(5).
           05  TRN-TIMESTAMP              PIC X(21).
           05  TRN-SOURCE-SYS             PIC X(4).
           05  TRN-RULE-CODE              PIC X(4).

       FD  AUDIT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           05  AUD-RECORD-KEY             PIC X(10).
           05  AUD-NUMBER                 PIC 9(5).
           05  AUD-TIMESTAMP              PIC X(21).
           05  AUD-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(10).

       FD  RECON-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  WS-TRAN-DAY-COUNT              PIC 9(5) VALUE 0.
       01  WS-AUDIT-DAY-COUNT             PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-DAY-COUNT        PIC 9(5) VALUE 0.

      *    Day's notification keys, held for the key-by-key match
      *    against the audit trail.
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      *                A suppressed record is audited precisely
      *                because it did not notify - it is counted on
      *                its own and kept out of the key-by-key match.
                       IF AUD-TIMESTAMP (1:8) = WS-RUN-DATE
                           IF AUD-REASON-CODE = 'SUPP'
                               ADD 1 TO WS-SUPPRESSED-DAY-COUNT
                           ELSE
                               ADD 1 TO WS-AUDIT-DAY-COUNT
                               IF WS-AUDIT-KEY-COUNT
                                  < WS-AUDIT-KEY-MAX
                                   ADD 1 TO WS-AUDIT-KEY-COUNT
                                   MOVE AUD-RECORD-KEY TO
                                     WS-AUDIT-KEY (WS-AUDIT-KEY-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "SUPPRESSED BY EXEMPTION FILE (AUDITED, NOT "
               "NOTIFIED): " WS-SUPPRESSED-DAY-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
      *    Every record counted 'Y' sends exactly one notification, so
      *    the checkpoint Y-count and the day's queue entries must
      *    match one for one.
