             05  t-result-file         PIC  X(60).
       01  betyg-rec-vars.
             05  t-program-id          PIC  9(4).
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-user-id             PIC  9(9).
             05  t-grade-grade         PIC  X(40).
             05  t-grade-comment       PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
