      *****************************************************************
      * AUTHAREA - operator authorization request for FLAGAUTH.
      * COPY into WORKING-STORAGE SECTION by any online transaction
      * that LINKs to FLAGAUTH before it does anything else. The
      * caller fills in its transaction id, the action keyed and the
      * case or queue key it names; FLAGAUTH looks the signed-on
      * user up on the operator authorization file, logs the
      * attempt on the shared access log and hands back the user,
      * the role, 'A'llowed or 'R'efused and the refusal text.
      *****************************************************************
       01  WS-AUTH-AREA.
           05  WS-AUTH-TRANS-ID           PIC X(4) VALUE SPACES.
           05  WS-AUTH-ACTION             PIC X(4) VALUE SPACES.
           05  WS-AUTH-OBJECT-KEY         PIC X(18) VALUE SPACES.
           05  WS-AUTH-USER-ID            PIC X(8) VALUE SPACES.
           05  WS-AUTH-ROLE               PIC X VALUE SPACE.
      *    'A' allowed, 'R' refused.
           05  WS-AUTH-RESULT             PIC X VALUE 'R'.
           05  WS-AUTH-MESSAGE            PIC X(79) VALUE SPACES.
