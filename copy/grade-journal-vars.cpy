             05  j-grade-id           PIC  9(9) VALUE ZERO.
             05  j-grade-grade        PIC  X(40) VALUE SPACE.
             05  j-grade-comment      PIC  X(40) VALUE SPACE.
             05  j-user-id            PIC  9(9) VALUE ZERO.
             05  j-course-id          PIC  9(9) VALUE ZERO.
             05  j-graded-by          PIC  9(9) VALUE ZERO.
             05  j-grade-status       PIC  X(1) VALUE 'G'.
             05  j-grade-attempt      PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
