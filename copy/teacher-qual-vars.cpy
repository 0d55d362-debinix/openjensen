        *> qualification register.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-qual-chk-teacher-id      PIC  9(9) VALUE ZERO.
       01  wn-qual-chk-course-id       PIC  9(9) VALUE ZERO.
       01  wn-qual-cnt                 PIC  9(4) VALUE ZERO.
       01  wc-teacher-qualified-flag   PIC  X(1) VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.
