
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  absence-rec-vars.
             05  t-absence-id           PIC  9(9) VALUE ZERO.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-fromdate             PIC  X(10) VALUE SPACE.
             05  t-todate               PIC  X(10) VALUE SPACE.
             05  t-abs-reason           PIC  X(60) VALUE SPACE.
             05  t-booking-date         PIC  X(10).
             05  t-starttime            PIC  X(5).
             05  t-endtime              PIC  X(5).
             05  t-course-id            PIC  9(9).
             05  t-course-name          PIC  X(40).
             05  t-lokal-name           PIC  X(40).
       01  proposal-rec-vars.
             05  t-sub-user-id          PIC  9(9).
             05  t-sub-firstname        PIC  X(40).
             05  t-sub-lastname         PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
