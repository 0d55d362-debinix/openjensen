
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  result-rec-vars.
             05  t-result-id            PIC  9(9) VALUE ZERO.
             05  t-moment-id            PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-result-grade         PIC  X(10) VALUE SPACE.
             05  t-graded-by            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


