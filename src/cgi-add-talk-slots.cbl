
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
             05  t-slot-starttime       PIC  X(5) VALUE SPACE.
             05  t-slot-endtime         PIC  X(5) VALUE SPACE.
             05  t-lokal-id             PIC  9(4) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-talk-round           PIC  X(20) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

