
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  answer-rec-vars.
             05  t-evaluation-id        PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-question-no          PIC  9(2) VALUE ZERO.
             05  t-answer-id            PIC  9(9) VALUE ZERO.
             05  t-rating-value         PIC  9(2) VALUE ZERO.
