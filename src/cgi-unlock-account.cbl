
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       COPY audit-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  t-user-id                   PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


