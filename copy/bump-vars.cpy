        *>
        *> Copybook bump-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Host variables for the shared bump-student-bookings
        *> routine - include once in WORKING-STORAGE of any
        *> program that books a room for staff.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-bump-lokal-id            PIC  9(9) VALUE ZERO.
       01  wc-bump-date                PIC  X(10) VALUE SPACE.
       01  wc-bump-starttime           PIC  X(5) VALUE SPACE.
       01  wc-bump-endtime             PIC  X(5) VALUE SPACE.
       01  wn-bump-cnt                 PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
