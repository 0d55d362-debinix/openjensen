
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
             05  t-appeal-id            PIC  9(9) VALUE ZERO.
             05  t-appeal-status        PIC  X(1) VALUE SPACE.
             05  t-grade-id             PIC  9(9) VALUE ZERO.
             05  t-student-id           PIC  9(9) VALUE ZERO.
             05  t-decision-reason      PIC  X(40) VALUE SPACE.
             05  t-history-id           PIC  9(9) VALUE ZERO.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
