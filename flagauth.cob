       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGAUTH.
      *
      * FLAGAUTH - operator authorization check LINKed by every
      * online transaction (FINQ, FREP, FCSE) before it does anything
      * else. Any signed-on user used to be able to repair a queue
      * entry or close an escalation case; now each user ID carries
      * one role on the keyed operator authorization file FLAGOPMT
      * maintains:
      *   'I' inquiry     - FINQ, and browse (NEXT) on FREP and FCSE
      *   'R' repair desk - FINQ, all of FREP
      *   'C' case desk   - FINQ, all of FCSE
      *   'S' supervisor  - everything
      * A user not on the file, or whose entry is revoked, is refused
      * everything. Every attempt, allowed or refused, is written to
      * the shared online access log with the user, terminal, time,
      * transaction, action and the key it named - the daily
      * FLAGACCV report reads it. If the attempt cannot be logged it
      * is refused: an update nobody can prove was authorized is the
      * thing this exists to stop.
      *
      * Communication area: AUTHAREA copybook.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AUTHAREA.

       01  WS-RESP                        PIC S9(8) COMP VALUE 0.
       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-TERM-ID                     PIC X(4) VALUE SPACES.
       01  WS-OPERATOR-FOUND              PIC X VALUE 'N'.
       01  WS-REFUSAL-REASON              PIC X(4) VALUE SPACES.
       01  WS-ROLE-NAME                   PIC X(11) VALUE SPACES.

      *    Operator authorization file - keyed on user ID.
       01  WS-OPERATOR-RECORD.
           05  OPR-USER-ID                PIC X(8).
      *    Role: 'I' inquiry, 'R' repair desk, 'C' case desk,
      *    'S' supervisor. Status: 'A' active, anything else revoked.
           05  OPR-ROLE                   PIC X.
           05  OPR-STATUS                 PIC X.
           05  OPR-USER-NAME              PIC X(20).
           05  OPR-CHANGED-BY             PIC X(8).
           05  OPR-CHANGED-TS             PIC X(21).
           05  FILLER                     PIC X(21).

      *    Shared online access log - one record per attempt, keyed
      *    on the time to the hundredth, terminal and user so two
      *    clerks can never collide.
       01  WS-ACCESS-LOG-RECORD.
           05  ACL-KEY.
               10  ACL-ACCESS-TS          PIC X(16).
               10  ACL-TERM-ID            PIC X(4).
               10  ACL-USER-ID            PIC X(8).
           05  ACL-TRANS-ID               PIC X(4).
           05  ACL-ACTION                 PIC X(4).
           05  ACL-ROLE                   PIC X.
           05  ACL-RESULT                 PIC X.
           05  ACL-REASON                 PIC X(4).
           05  ACL-OBJECT-KEY             PIC X(18).
           05  FILLER                     PIC X(20).

       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(115).

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE DFHCOMMAREA TO WS-AUTH-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           EXEC CICS ASSIGN
               USERID(WS-AUTH-USER-ID)
               FACILITY(WS-TERM-ID)
           END-EXEC.
           MOVE SPACE TO WS-AUTH-ROLE.
           MOVE 'R' TO WS-AUTH-RESULT.
           MOVE SPACES TO WS-AUTH-MESSAGE.
           PERFORM 100-READ-OPERATOR.
           IF WS-OPERATOR-FOUND = 'N'
               MOVE 'NOOP' TO WS-REFUSAL-REASON
               STRING "NOT AUTHORIZED - USER " WS-AUTH-USER-ID
                   " IS NOT ON THE OPERATOR FILE"
                   DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
               END-STRING
           ELSE
               MOVE OPR-ROLE TO WS-AUTH-ROLE
               IF OPR-STATUS NOT = 'A'
                   MOVE 'RVKD' TO WS-REFUSAL-REASON
                   STRING "NOT AUTHORIZED - ACCESS FOR USER "
                       WS-AUTH-USER-ID " HAS BEEN REVOKED"
                       DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
                   END-STRING
               ELSE
                   PERFORM 200-CHECK-ROLE
               END-IF
           END-IF.
           PERFORM 300-WRITE-ACCESS-LOG.
           MOVE WS-AUTH-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.

       100-READ-OPERATOR.
           EXEC CICS READ
               FILE('OPRAUTH')
               INTO(WS-OPERATOR-RECORD)
               RIDFLD(WS-AUTH-USER-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-OPERATOR-FOUND
           ELSE
               MOVE 'N' TO WS-OPERATOR-FOUND
           END-IF.

       200-CHECK-ROLE.
      *    Browsing is read-only, so the inquiry role may look at
      *    both queues; changing either belongs to its own desk.
           EVALUATE TRUE
               WHEN OPR-ROLE = 'S'
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN WS-AUTH-TRANS-ID = 'FINQ'
                  AND (OPR-ROLE = 'I' OR OPR-ROLE = 'R'
                       OR OPR-ROLE = 'C')
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN WS-AUTH-TRANS-ID = 'FREP'
                  AND OPR-ROLE = 'R'
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN WS-AUTH-TRANS-ID = 'FREP'
                  AND OPR-ROLE = 'I'
                  AND WS-AUTH-ACTION NOT = 'FIXR'
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN WS-AUTH-TRANS-ID = 'FCSE'
                  AND OPR-ROLE = 'C'
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN WS-AUTH-TRANS-ID = 'FCSE'
                  AND OPR-ROLE = 'I'
                  AND WS-AUTH-ACTION NOT = 'NOTE'
                  AND WS-AUTH-ACTION NOT = 'CLOS'
                   MOVE 'A' TO WS-AUTH-RESULT
               WHEN OTHER
                   MOVE 'R' TO WS-AUTH-RESULT
           END-EVALUATE.
           IF WS-AUTH-RESULT = 'R'
               MOVE 'ROLE' TO WS-REFUSAL-REASON
               EVALUATE TRUE
                   WHEN OPR-ROLE = 'I'
                       MOVE "INQUIRY" TO WS-ROLE-NAME
                   WHEN OPR-ROLE = 'R'
                       MOVE "REPAIR DESK" TO WS-ROLE-NAME
                   WHEN OPR-ROLE = 'C'
                       MOVE "CASE DESK" TO WS-ROLE-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-ROLE-NAME
               END-EVALUATE
               STRING "NOT AUTHORIZED - ROLE "
                   WS-ROLE-NAME DELIMITED BY "  "
                   " MAY NOT RUN " WS-AUTH-TRANS-ID " "
                   WS-AUTH-ACTION
                   DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
               END-STRING
           ELSE
               MOVE SPACES TO WS-REFUSAL-REASON
           END-IF.

       300-WRITE-ACCESS-LOG.
           MOVE SPACES TO WS-ACCESS-LOG-RECORD.
           MOVE WS-CURRENT-TS (1:16) TO ACL-ACCESS-TS.
           MOVE WS-TERM-ID TO ACL-TERM-ID.
           MOVE WS-AUTH-USER-ID TO ACL-USER-ID.
           MOVE WS-AUTH-TRANS-ID TO ACL-TRANS-ID.
           MOVE WS-AUTH-ACTION TO ACL-ACTION.
           MOVE WS-AUTH-ROLE TO ACL-ROLE.
           MOVE WS-AUTH-RESULT TO ACL-RESULT.
           MOVE WS-REFUSAL-REASON TO ACL-REASON.
           MOVE WS-AUTH-OBJECT-KEY TO ACL-OBJECT-KEY.
           EXEC CICS WRITE
               FILE('ACCLOG')
               FROM(WS-ACCESS-LOG-RECORD)
               RIDFLD(ACL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-AUTH-RESULT = 'A'
               MOVE 'R' TO WS-AUTH-RESULT
               MOVE "ACCESS LOG WRITE FAILED - NOT RUN - CALL SYSTEMS"
                   TO WS-AUTH-MESSAGE
           END-IF.
