      *   FCSE NEXT <key>                    show next open case
      *   FCSE NOTE <key><esc-date> <text>   record an action
      *   FCSE CLOS <key><esc-date> <text>   close with disposition
      *
      * FLAGAUTH checks the signed-on user's role first - browsing
      * is open to the inquiry role, NOTE and CLOS only to the case
      * desk and supervisors - and logs every attempt.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-BROWSE-DONE                 PIC X VALUE 'N'.
       01  WS-OPEN-FOUND                  PIC X VALUE 'N'.
       01  WS-ACTION-TEXT                 PIC X(60) VALUE SPACES.
       COPY AUTHAREA.

       01  WS-CASE-RECORD.
           05  CSE-KEY.
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
           MOVE 'FCSE' TO WS-AUTH-TRANS-ID.
           MOVE WS-ACTION TO WS-AUTH-ACTION.
           MOVE WS-CASE-KEY TO WS-AUTH-OBJECT-KEY.
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
