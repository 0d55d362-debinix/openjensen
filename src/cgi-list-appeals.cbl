
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  appealq-rec-vars.
           05  t-appeal-id               PIC  9(9).
           05  t-grade-id                PIC  9(9).
           05  t-student-id              PIC  9(9).
           05  t-course-name             PIC  X(40).
           05  t-grade-grade             PIC  X(40).
           05  t-appeal-reason           PIC  X(240).
