        *> tbl_effective_grade row for a student and course with
        *> the current best attempt (best letter first, latest
        *> attempt on ties - the one definition of truth).
        *> Only certified rows count - a grade proposal waits
        *> for cgi-attest-grades.
        *> Performed inside the same transaction as the tbl_grade
        *> change itself. Expects effective-grade-vars.cpy in
        *> WORKING-STORAGE with e-user-id / e-course-id filled.
               FROM v_grade_all g
               WHERE g.user_id = :e-user-id
               AND g.course_id = :e-course-id
               AND g.grade_attested = 'Y'
               ORDER BY
                   CASE g.grade_grade
                       WHEN 'A' THEN 1 WHEN 'MVG' THEN 2
