
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wc-confirmed-flag           PIC  X(1) VALUE 'N'.
       01  bulk-rec-vars.
             05  t-occasion-id          PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-anon-code            PIC  X(12) VALUE SPACE.
             05  t-result-grade         PIC  X(10) VALUE SPACE.
             05  t-graded-by            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


