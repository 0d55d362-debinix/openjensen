       *> only callers whose usertype holds the function may
       *> maintain requirements - resolved from the session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  transfer-rec-vars.
             05  t-transfer-id          PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-source-institution   PIC  X(40) VALUE SPACE.
             05  t-original-course      PIC  X(40) VALUE SPACE.
             05  t-course-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


