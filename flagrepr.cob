      *                              starts from the front)
      *   FREP FIXR <key><rej-date> <corrected 80-byte record>
      *                              log, correct and mark 'R'
      *
      * FLAGAUTH checks the signed-on user's role first - browsing
      * is open to the inquiry role, FIXR only to the repair desk
      * and supervisors - and logs every attempt.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-CURRENT-TS                  PIC X(21) VALUE SPACES.
       01  WS-BROWSE-DONE                 PIC X VALUE 'N'.
       01  WS-PENDING-FOUND               PIC X VALUE 'N'.
       COPY AUTHAREA.

       01  WS-REPAIR-RECORD.
           05  REP-KEY.
       000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           PERFORM 100-RECEIVE-REQUEST.
           PERFORM 050-CHECK-AUTHORIZATION.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           END-EVALUATE.
           PERFORM 900-SEND-AND-RETURN.

       050-CHECK-AUTHORIZATION.
      *    Nothing runs until FLAGAUTH has checked the signed-on
      *    user's role and logged the attempt. If the check itself
      *    cannot be made the request is refused, not waved through.
           MOVE 'FREP' TO WS-AUTH-TRANS-ID.
           MOVE WS-ACTION TO WS-AUTH-ACTION.
           MOVE WS-REPAIR-KEY TO WS-AUTH-OBJECT-KEY.
           EXEC CICS LINK
               PROGRAM('FLAGAUTH')
               COMMAREA(WS-AUTH-AREA)
               LENGTH(LENGTH OF WS-AUTH-AREA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'R' TO WS-AUTH-RESULT
               MOVE "AUTHORIZATION CHECK UNAVAILABLE - CALL SYSTEMS"
                   TO WS-AUTH-MESSAGE
           END-IF.
           IF WS-AUTH-RESULT = 'R'
               MOVE WS-AUTH-MESSAGE TO WS-OUT-LINE-1
               PERFORM 900-SEND-AND-RETURN
           END-IF.

       100-RECEIVE-REQUEST.
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
