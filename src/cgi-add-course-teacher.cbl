       *> only callers whose usertype holds the function may
       *> assign a teacher - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  course-teacher-rec-vars.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


