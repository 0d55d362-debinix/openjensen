
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-link-cnt                 PIC  9(4) VALUE ZERO.
       01  rect-rec-vars.
             05  t-request-id           PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-field-name           PIC  X(20) VALUE SPACE.
             05  t-current-value        PIC  X(80) VALUE SPACE.
             05  t-proposed-value       PIC  X(80) VALUE SPACE.
