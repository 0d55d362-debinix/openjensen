        *> that must refuse changes for courses in a locked term.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-lock-chk-course-id       PIC  9(9) VALUE ZERO.
       01  wc-term-locked-flag         PIC  X(1) VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.
