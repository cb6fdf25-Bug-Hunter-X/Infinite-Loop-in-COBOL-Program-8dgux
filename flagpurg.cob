           05  FILLER                     PIC X(14).

       FD  TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-KEY             PIC X(10).
           05  TRN-NUMBER                 PIC 9(5).
           05  TRN-TIMESTAMP              PIC X(21).
           05  TRN-SOURCE-SYS             PIC X(4).
           05  TRN-RULE-CODE              PIC X(4).

       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  AUDIT-ARCHIVE-RECORD           PIC X(50).

       FD  TRANS-ARCHIVE-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-ARCHIVE-RECORD           PIC X(44).

       FD  AUDIT-KEEP-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  AUDIT-KEEP-RECORD              PIC X(50).

       FD  TRANS-KEEP-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TRANS-KEEP-RECORD              PIC X(44).

      *    Retention control card - days to keep on the live files,
      *    audit in columns 1-5, queue in 6-10. Blanks fall back to
