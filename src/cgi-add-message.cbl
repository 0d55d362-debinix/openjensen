
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  message-rec-vars.
             05  t-message-id           PIC  9(9) VALUE ZERO.
             05  t-thread-id            PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-recipient-user-id    PIC  9(9) VALUE ZERO.
             05  t-message-text         PIC  X(80) VALUE SPACE.
       01  wn-participant-cnt          PIC  9(4) VALUE ZERO.
       01  wn-enrolled-cnt             PIC  9(4) VALUE ZERO.
       01  t-thread-partner            PIC  9(9) VALUE ZERO.
       01  t-bcast-user-id             PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


