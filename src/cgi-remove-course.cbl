
       *> table data
       01  wr-rec-vars.
           05  wn-course-id        PIC  9(09) VALUE ZERO.

       *> variables wrapped within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-passwd                PIC  X(10) VALUE SPACE.
       01  wc-username              PIC  X(30) VALUE SPACE.
       01  course-rec-vars.
           05  t-course-id          PIC  9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> only callers whose usertype holds the function may
       *> remove a course - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
