
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-claim-cnt                PIC  9(4) VALUE ZERO.
       01  claim-rec-vars.
             05  t-slot-id              PIC  9(9) VALUE ZERO.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-slot-date            PIC  X(10) VALUE SPACE.
             05  t-slot-starttime       PIC  X(5) VALUE SPACE.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-talk-round           PIC  X(20) VALUE SPACE.
             05  t-claimed-by           PIC  9(9) VALUE ZERO.
       01  wc-today-date               PIC  X(10) VALUE SPACE.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       01  t-notif-user-id             PIC  9(9) VALUE ZERO.
       01  t-mail-id                   PIC  9(9) VALUE ZERO.
       01  t-mail-subject              PIC  X(80) VALUE SPACE.
       01  t-mail-body                 PIC  X(240) VALUE SPACE.
