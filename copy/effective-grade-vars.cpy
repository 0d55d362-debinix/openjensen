        *> performing the recompute.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  e-user-id                   PIC  9(9) VALUE ZERO.
       01  e-course-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
