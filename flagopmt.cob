       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGOPMT.
      *
      * FLAGOPMT - maintenance and validation for the operator
      * authorization file FLAGAUTH checks before every FINQ, FREP
      * and FCSE request. Changes arrive as cards - user ID, role
      * ('I' inquiry, 'R' repair desk, 'C' case desk, 'S'
      * supervisor), status ('A' active or 'R' revoked), the user's
      * name, the user making the change and a free-text reason -
      * and every card is validated before anything is applied: user
      * ID present, role and status valid, name, changer and reason
      * present, and nobody changing their own entry. One bad card
      * fails the whole step RC=8 with nothing applied, the same rule
      * exemption and parameter maintenance follow. A card for a user
      * already on file replaces that entry; access is withdrawn by
      * revoking, never by deleting, so the access log always has an
      * entry to point back at. Every applied change is logged - who,
      * when, from what to what - and listed on the maintenance
      * report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE ASSIGN TO OPMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-CARD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO OPMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-LOG-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO OPMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-CARD-RECORD.
           05  OPM-USER-ID                PIC X(8).
           05  OPM-ROLE                   PIC X.
           05  OPM-STATUS                 PIC X.
           05  OPM-USER-NAME              PIC X(20).
           05  OPM-CHANGED-BY             PIC X(8).
           05  OPM-REASON                 PIC X(20).
           05  FILLER                     PIC X(22).

      *    Keyed on user ID - same layout FLAGAUTH reads online.
       FD  OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-RECORD.
           05  OPR-USER-ID                PIC X(8).
           05  OPR-ROLE                   PIC X.
           05  OPR-STATUS                 PIC X.
           05  OPR-USER-NAME              PIC X(20).
           05  OPR-CHANGED-BY             PIC X(8).
           05  OPR-CHANGED-TS             PIC X(21).
           05  FILLER                     PIC X(21).

      *    One record per applied change - the permanent who-changed-
      *    what trail behind the maintenance report.
       FD  OPERATOR-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  OPERATOR-LOG-RECORD.
           05  OLG-CHANGED-BY             PIC X(8).
           05  OLG-CHANGE-TS              PIC X(21).
           05  OLG-USER-ID                PIC X(8).
           05  OLG-OLD-ROLE               PIC X.
           05  OLG-OLD-STATUS             PIC X.
           05  OLG-NEW-ROLE               PIC X.
           05  OLG-NEW-STATUS             PIC X.
           05  OLG-USER-NAME              PIC X(20).
           05  OLG-REASON                 PIC X(20).
           05  FILLER                     PIC X(19).

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-CARD-STATUS           PIC XX VALUE '00'.
       01  WS-OPERATOR-STATUS             PIC XX VALUE '00'.
       01  WS-OPERATOR-LOG-STATUS         PIC XX VALUE '00'.
       01  WS-MAINT-REPORT-STATUS         PIC XX VALUE '00'.

       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-CARD-VALID                  PIC X VALUE 'Y'.
       01  WS-CARD-ERROR                  PIC X(30) VALUE SPACES.
       01  WS-OPERATOR-FOUND              PIC X VALUE 'N'.
       01  WS-OLD-SHOW                    PIC X(3) VALUE SPACES.

       01  WS-CARD-COUNT                  PIC 9(3) VALUE 0.
       01  WS-ERROR-COUNT                 PIC 9(3) VALUE 0.
       01  WS-ADDED-COUNT                 PIC 9(3) VALUE 0.
       01  WS-CHANGED-COUNT               PIC 9(3) VALUE 0.

      *    Validated changes held here so nothing is applied until
      *    every card has passed - all or nothing.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 100 TIMES.
               10  WS-CHG-USER-ID         PIC X(8).
               10  WS-CHG-ROLE            PIC X.
               10  WS-CHG-STATUS          PIC X.
               10  WS-CHG-USER-NAME       PIC X(20).
               10  WS-CHG-CHANGED-BY      PIC X(8).
               10  WS-CHG-REASON          PIC X(20).
       01  WS-CHANGE-COUNT                PIC 9(3) VALUE 0.
       01  WS-CHANGE-MAX                  PIC 9(3) VALUE 100.
       01  WS-CHG-SUB                     PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           PERFORM 800-OPEN-MAINT-REPORT.
           PERFORM 100-VALIDATE-CARDS.
           IF WS-ERROR-COUNT > 0
               PERFORM 850-WRITE-REJECT-SUMMARY
               CLOSE MAINT-REPORT-FILE
               DISPLAY "FLAGOPMT - " WS-ERROR-COUNT " BAD CARD(S) - "
                   "NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CHANGE-COUNT = 0
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "NO OPERATOR CHANGES ON OPMCARD"
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               WRITE MAINT-REPORT-LINE
               CLOSE MAINT-REPORT-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-APPLY-CHANGES.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "CARDS READ: " WS-CARD-COUNT
               " ADDED: " WS-ADDED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.
           DISPLAY "FLAGOPMT - APPLIED " WS-CHANGE-COUNT
               " OPERATOR CHANGE(S)".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       100-VALIDATE-CARDS.
           OPEN INPUT MAINT-CARD-FILE.
           IF WS-MAINT-CARD-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MAINT-CARD-FILE - STATUS: "
                   WS-MAINT-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MAINT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MAINT-CARD-RECORD NOT = SPACES
                           PERFORM 150-VALIDATE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-CARD-FILE.

       150-VALIDATE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE 'Y' TO WS-CARD-VALID.
           MOVE SPACES TO WS-CARD-ERROR.
           IF OPM-USER-ID = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "USER ID MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND OPM-ROLE NOT = 'I' AND OPM-ROLE NOT = 'R'
              AND OPM-ROLE NOT = 'C' AND OPM-ROLE NOT = 'S'
               MOVE 'N' TO WS-CARD-VALID
               MOVE "ROLE NOT I, R, C OR S" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND OPM-STATUS NOT = 'A'
              AND OPM-STATUS NOT = 'R'
               MOVE 'N' TO WS-CARD-VALID
               MOVE "STATUS NOT A OR R" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND OPM-USER-NAME = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "USER NAME MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND OPM-CHANGED-BY = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "CHANGED-BY USER MISSING" TO WS-CARD-ERROR
           END-IF.
      *    Nobody grants themselves a role - a second person has to
      *    put their name to every change.
           IF WS-CARD-VALID = 'Y'
              AND OPM-CHANGED-BY = OPM-USER-ID
               MOVE 'N' TO WS-CARD-VALID
               MOVE "USER MAY NOT CHANGE OWN ENTRY" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
              AND OPM-REASON = SPACES
               MOVE 'N' TO WS-CARD-VALID
               MOVE "REASON MISSING" TO WS-CARD-ERROR
           END-IF.
           IF WS-CARD-VALID = 'Y'
               IF WS-CHANGE-COUNT < WS-CHANGE-MAX
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE OPM-USER-ID
                       TO WS-CHG-USER-ID (WS-CHANGE-COUNT)
                   MOVE OPM-ROLE
                       TO WS-CHG-ROLE (WS-CHANGE-COUNT)
                   MOVE OPM-STATUS
                       TO WS-CHG-STATUS (WS-CHANGE-COUNT)
                   MOVE OPM-USER-NAME
                       TO WS-CHG-USER-NAME (WS-CHANGE-COUNT)
                   MOVE OPM-CHANGED-BY
                       TO WS-CHG-CHANGED-BY (WS-CHANGE-COUNT)
                   MOVE OPM-REASON
                       TO WS-CHG-REASON (WS-CHANGE-COUNT)
               ELSE
                   MOVE 'N' TO WS-CARD-VALID
                   MOVE "CHANGE TABLE FULL" TO WS-CARD-ERROR
               END-IF
           END-IF.
           IF WS-CARD-VALID = 'N'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "REJECTED CARD: " MAINT-CARD-RECORD (1:58)
                   " - " WS-CARD-ERROR
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               WRITE MAINT-REPORT-LINE
           END-IF.

       300-APPLY-CHANGES.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '35'
               OPEN OUTPUT OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OPERATOR-FILE - STATUS: "
                   WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF WS-OPERATOR-LOG-STATUS = '35'
               OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           IF WS-OPERATOR-LOG-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN OPERATOR-LOG-FILE - STATUS: "
                   WS-OPERATOR-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-CHG-SUB.
           PERFORM UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
               PERFORM 350-APPLY-ONE-CHANGE
               ADD 1 TO WS-CHG-SUB
           END-PERFORM.
           CLOSE OPERATOR-FILE, OPERATOR-LOG-FILE.

       350-APPLY-ONE-CHANGE.
           MOVE 'N' TO WS-OPERATOR-FOUND.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO OPR-USER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPERATOR-FOUND
           END-READ.
           MOVE SPACES TO OPERATOR-LOG-RECORD.
           MOVE WS-CHG-CHANGED-BY (WS-CHG-SUB) TO OLG-CHANGED-BY.
           MOVE WS-CURRENT-TS TO OLG-CHANGE-TS.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO OLG-USER-ID.
           IF WS-OPERATOR-FOUND = 'Y'
               MOVE OPR-ROLE TO OLG-OLD-ROLE
               MOVE OPR-STATUS TO OLG-OLD-STATUS
               MOVE SPACES TO WS-OLD-SHOW
               MOVE OPR-ROLE TO WS-OLD-SHOW (1:1)
               MOVE OPR-STATUS TO WS-OLD-SHOW (3:1)
           ELSE
               MOVE SPACE TO OLG-OLD-ROLE
               MOVE SPACE TO OLG-OLD-STATUS
               MOVE "NEW" TO WS-OLD-SHOW
           END-IF.
           MOVE WS-CHG-ROLE (WS-CHG-SUB) TO OLG-NEW-ROLE.
           MOVE WS-CHG-STATUS (WS-CHG-SUB) TO OLG-NEW-STATUS.
           MOVE WS-CHG-USER-NAME (WS-CHG-SUB) TO OLG-USER-NAME.
           MOVE WS-CHG-REASON (WS-CHG-SUB) TO OLG-REASON.
           WRITE OPERATOR-LOG-RECORD.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-CHG-USER-ID (WS-CHG-SUB) TO OPR-USER-ID.
           MOVE WS-CHG-ROLE (WS-CHG-SUB) TO OPR-ROLE.
           MOVE WS-CHG-STATUS (WS-CHG-SUB) TO OPR-STATUS.
           MOVE WS-CHG-USER-NAME (WS-CHG-SUB) TO OPR-USER-NAME.
           MOVE WS-CHG-CHANGED-BY (WS-CHG-SUB) TO OPR-CHANGED-BY.
           MOVE WS-CURRENT-TS TO OPR-CHANGED-TS.
           IF WS-OPERATOR-FOUND = 'Y'
               ADD 1 TO WS-CHANGED-COUNT
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE OPERATOR: "
                           OPR-USER-ID
               END-REWRITE
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE OPERATOR: "
                           OPR-USER-ID
               END-WRITE
           END-IF.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "APPLIED - USER: " OLG-USER-ID
               " " OLG-USER-NAME
               " FROM: " WS-OLD-SHOW
               " TO: " OLG-NEW-ROLE " " OLG-NEW-STATUS
               " BY: " OLG-CHANGED-BY
               " REASON: " OLG-REASON
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

       800-OPEN-MAINT-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-REPORT-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN MAINT-REPORT-FILE - STATUS: "
                   WS-MAINT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "OPERATOR AUTHORIZATION MAINTENANCE "
               WS-CURRENT-TS (1:14)
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "ROLES: I INQUIRY  R REPAIR DESK  C CASE DESK  "
               "S SUPERVISOR    STATUS: A ACTIVE  R REVOKED"
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.

       850-WRITE-REJECT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "STEP FAILED - " WS-ERROR-COUNT
               " BAD CARD(S) OF " WS-CARD-COUNT
               " - NOTHING APPLIED"
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
