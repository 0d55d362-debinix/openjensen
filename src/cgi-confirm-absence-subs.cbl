
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-course-cnt               PIC  9(4) VALUE ZERO.
       01  confirm-rec-vars.
             05  t-absence-id           PIC  9(9) VALUE ZERO.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-fromdate             PIC  X(10) VALUE SPACE.
             05  t-todate               PIC  X(10) VALUE SPACE.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-substitute-user-id   PIC  9(9) VALUE ZERO.
       01  t-substitution-id           PIC  9(9) VALUE ZERO.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       01  t-course-name               PIC  X(40) VALUE SPACE.
       01  t-student-user-id           PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


