      * and the notification and reject timestamps - plus the
      * checkpoint state of the last run. Nothing here writes -
      * answering a status call must not touch the notification
      * queue the way a FLAGRERN rerun does. Every role on the
      * operator authorization file may inquire; FLAGAUTH refuses
      * anyone not on it and logs the attempt either way.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-INQUIRY-KEY                 PIC X(10) VALUE SPACES.
       01  WS-RESP                        PIC S9(8) COMP VALUE 0.
       01  WS-RBA                         PIC S9(8) COMP VALUE 0.
       COPY AUTHAREA.

       01  WS-STATUS-FOUND                PIC X VALUE 'N'.
       01  WS-CKPT-FOUND                  PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAIN-CONTROL.
           PERFORM 100-RECEIVE-INQUIRY-KEY.
           PERFORM 050-CHECK-AUTHORIZATION.
           IF WS-INQUIRY-KEY = SPACES
               MOVE "ENTER: FINQ <RECORD KEY>" TO WS-OUT-LINE-1
               PERFORM 900-SEND-AND-RETURN
           PERFORM 600-BUILD-REPLY.
           PERFORM 900-SEND-AND-RETURN.

       050-CHECK-AUTHORIZATION.
      *    Nothing runs until FLAGAUTH has checked the signed-on
      *    user's role and logged the attempt. If the check itself
      *    cannot be made the request is refused, not waved through.
           MOVE 'FINQ' TO WS-AUTH-TRANS-ID.
           MOVE 'INQ ' TO WS-AUTH-ACTION.
           MOVE WS-INQUIRY-KEY TO WS-AUTH-OBJECT-KEY.
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

       100-RECEIVE-INQUIRY-KEY.
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
