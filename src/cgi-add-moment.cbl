
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-course-cnt               PIC  9(4) VALUE ZERO.
       01  moment-rec-vars.
             05  t-moment-id            PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-moment-name          PIC  X(40) VALUE SPACE.
             05  t-moment-weight        PIC  9(3) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
