       *>          so the grid cannot be replayed into duplicate
       *>          grade rows. Utbildningsledare only
       *>          ('exam-anon'), same as the key list.
       *>          A national-test occasion (occasion_kind 'N')
       *>          is de-anonymized into tbl_national_test
       *>          instead - the test result, not a grade.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Rows are grade proposals awaiting
       *>            cgi-attest-grades; no student notice here.
       *>       0.3: National test occasions kept apart from grades.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-confirm-anon-results.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-occasion-cnt             PIC  9(4) VALUE ZERO.
       01  wc-confirmed-flag           PIC  X(1) VALUE 'N'.
       01  wc-occasion-kind            PIC  X(1) VALUE 'E'.
       01  confirm-rec-vars.
             05  t-occasion-id          PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-exam-label           PIC  X(40) VALUE SPACE.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-result-grade         PIC  X(10) VALUE SPACE.
             05  t-graded-by            PIC  9(9) VALUE ZERO.
       01  grade-rec-vars.
             05  t-grade-id             PIC  9(9) VALUE ZERO.
             05  t-grade-attempt        PIC  9(4) VALUE ZERO.
             05  t-grade-comment        PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.


                   MOVE 'Resultat bekräftade'
                       TO wc-printscr-string
                   CALL 'ok-printscr' USING wc-printscr-string
                   IF wc-occasion-kind = 'N'
                       DISPLAY '<p>' wn-confirmed-cnt
                               ' provresultat (nationellt prov)'
                               ' sparade</p>'
                   ELSE
                       DISPLAY '<p>' wn-confirmed-cnt
                               ' betygsrader skapade</p>'
                   END-IF
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*), MAX(course_id),
                      MAX(occasion_confirmed),
                      MAX(exam_label),
                      COALESCE(MAX(occasion_kind), 'E')
               INTO :wn-occasion-cnt, :t-course-id,
                    :wc-confirmed-flag, :t-exam-label,
                    :wc-occasion-kind
               FROM tbl_exam_occasion
               WHERE occasion_id = :t-occasion-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wc-occasion-kind = 'N'
                   PERFORM B0230-store-national-test
               ELSE
                   PERFORM B0220-insert-one-grade
               END-IF

               EXEC SQL
                   FETCH cursconfirm INTO :t-user-id,
               INSERT INTO tbl_grade
                   (grade_id, grade_grade, grade_comment,
                    user_id, course_id, graded_by_user_id,
                    grade_date, grade_status, grade_attempt,
                    grade_attested)
               VALUES (:t-grade-id, :t-result-grade,
                       :t-grade-comment, :t-user-id,
                       :t-course-id, :t-graded-by,
                       CURRENT_TIMESTAMP, 'G',
                       :t-grade-attempt, 'N')
           END-EXEC

           IF  sqlcode NOT = zero
           ELSE
                ADD 1 TO wn-confirmed-cnt
                PERFORM B0225-write-journal
           END-IF

           .
           .

       *>**************************************************
       B0230-store-national-test.

           *> the test result sits beside the final grade, it
           *> does not become an attempt - a re-marked test
           *> replaces the earlier result
           EXEC SQL
               INSERT INTO tbl_national_test
                   (user_id, course_id, test_grade, test_source,
                    occasion_id, recorded_by, recorded_date)
               VALUES (:t-user-id, :t-course-id,
                       :t-result-grade, 'A',
                       :t-occasion-id, :t-graded-by,
                       CURRENT_TIMESTAMP)
               ON CONFLICT (user_id, course_id) DO UPDATE
               SET test_grade = EXCLUDED.test_grade,
                   test_source = EXCLUDED.test_source,
                   occasion_id = EXCLUDED.occasion_id,
                   recorded_by = EXCLUDED.recorded_by,
                   recorded_date = EXCLUDED.recorded_date
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-confirmed-cnt
           END-IF

           .
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING wn-confirmed-cnt ' results de-anonymized'
                  ' kind=' wc-occasion-kind
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

