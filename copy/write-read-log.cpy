        *>
        *> Copybook write-read-log.cpy
        *> Put in the /copy directory.
        *>
        *> Shared read log - one row in tbl_read_log per view of a
        *> named student's data: who looked (wn-requesting-user-id,
        *> from the session), at whom, in which program and what.
        *> A student looking at their own data is not logged. Kept
        *> out of tbl_audit and its chain on purpose - reads are
        *> many and have their own retention (read-log-purge). The
        *> including program commits. Expects read-log-vars.cpy in
        *> WORKING-STORAGE, filled by the including program.
        *>
           IF wn-requesting-user-id NOT = t-read-student-id
              AND t-read-student-id > ZERO

               EXEC SQL
                   INSERT INTO tbl_read_log
                   (read_id, viewer_user_id, student_user_id,
                    program_id, read_what)
                   VALUES (nextval('tbl_read_log_read_id_seq'),
                           :wn-requesting-user-id,
                           :t-read-student-id,
                           :t-read-program, :t-read-what)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF

           END-IF
