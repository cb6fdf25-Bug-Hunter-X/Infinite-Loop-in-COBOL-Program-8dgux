           05  WS-FLAG                    PIC X VALUE 'N'.
           05  WS-PROC-DATE               PIC X(8).
           05  WS-SOURCE-SYS              PIC X(4).
           05  WS-AMOUNT                  PIC 9(11)V99 VALUE 0.
