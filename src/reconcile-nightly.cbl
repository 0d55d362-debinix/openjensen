       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  reconcile-rec-vars.
             05  t-grade-id            PIC  9(9).
             05  t-user-id             PIC  9(9).
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
