
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-teacher-usertype-id      PIC  9(9) VALUE ZERO.
       01  qual-rec-vars.
             05  t-qual-id              PIC  9(9) VALUE ZERO.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-qual-subject         PIC  X(40) VALUE SPACE.
             05  t-valid-from           PIC  X(10) VALUE SPACE.
             05  t-valid-to             PIC  X(10) VALUE SPACE.
