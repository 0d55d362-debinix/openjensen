        *>
        *> Copybook check-id-width.cpy
        *> Put in the /copy directory.
        *>
        *> Shared id-width guard - compares the highest user_id,
        *> course_id and grade_id on file, and the last value
        *> each id sequence handed out, with the 9-digit id
        *> fields every program carries. Leaves wc-id-width-flag
        *> 'N' and the offending table in wc-id-width-table when
        *> an id would no longer fit, so the including batch can
        *> refuse to run instead of truncating ids and writing a
        *> grade against the wrong student. A failing lookup is
        *> treated the same way - refuse on doubt. Expects
        *> id-width-vars.cpy in WORKING-STORAGE.
        *>
           MOVE 'Y' TO wc-id-width-flag
           MOVE SPACE TO wc-id-width-table

           MOVE ZERO TO wn-idw-high-value
           EXEC SQL
               SELECT GREATEST(
                   (SELECT COALESCE(MAX(user_id), 0)
                    FROM tbl_user),
                   (SELECT last_value
                    FROM tbl_user_user_id_seq))
               INTO :wn-idw-high-value
           END-EXEC

           IF  sqlcode NOT = zero
               OR wn-idw-high-value > wn-idw-limit
               MOVE 'N' TO wc-id-width-flag
               MOVE 'tbl_user' TO wc-id-width-table
           END-IF

           MOVE ZERO TO wn-idw-high-value
           EXEC SQL
               SELECT GREATEST(
                   (SELECT COALESCE(MAX(course_id), 0)
                    FROM tbl_course),
                   (SELECT last_value
                    FROM tbl_course_course_id_seq))
               INTO :wn-idw-high-value
           END-EXEC

           IF  sqlcode NOT = zero
               OR wn-idw-high-value > wn-idw-limit
               MOVE 'N' TO wc-id-width-flag
               MOVE 'tbl_course' TO wc-id-width-table
           END-IF

           *> archived terms keep their grade ids - the view
           *> covers both halves
           MOVE ZERO TO wn-idw-high-value
           EXEC SQL
               SELECT GREATEST(
                   (SELECT COALESCE(MAX(grade_id), 0)
                    FROM v_grade_all),
                   (SELECT last_value
                    FROM tbl_grade_grade_id_seq))
               INTO :wn-idw-high-value
           END-EXEC

           IF  sqlcode NOT = zero
               OR wn-idw-high-value > wn-idw-limit
               MOVE 'N' TO wc-id-width-flag
               MOVE 'tbl_grade' TO wc-id-width-table
           END-IF
