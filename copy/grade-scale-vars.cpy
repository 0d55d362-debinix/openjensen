        *> own grading scale.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-scale-chk-course-id      PIC  9(9) VALUE ZERO.
       01  wc-scale-chk-grade          PIC  X(10) VALUE SPACE.
       01  wn-scale-code-cnt           PIC  9(4) VALUE ZERO.
       01  wc-grade-in-scale-flag      PIC  X(1) VALUE 'N'.
