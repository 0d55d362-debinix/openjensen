       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-grade-rec-vars.
           05  tbl-grade-grade-id        PIC  9(9).
           05  tbl-grade-grade-grade     PIC  X(40).
           05  tbl-grade-grade-comment   PIC  X(40).
           05  tbl-grade-user-id         PIC  9(9).
           05  tbl-grade-course-id       PIC  9(9).
           05  tbl-grade-graded-by       PIC  9(9).
           05  tbl-grade-date            PIC  X(40).
           05  tbl-grade-status          PIC  X(01).
           05  tbl-grade-attempt         PIC  9(4).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> graded_by is no longer taken from the form - the posted
       *> session token is resolved to the logged-in grader
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-substitute-cnt           PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the supervisor's assessment of a workplace placement
       *> on the course, shown to the grader
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  placement-rec-vars.
           05  t-assessment-result       PIC  X(1).
           05  t-assessment-date         PIC  X(10).
           05  t-assessment-text         PIC  X(240).
           05  t-company-name            PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wc-escape-input             PIC  X(240) VALUE SPACE.
       01  wc-escaped-text             PIC  X(480) VALUE SPACE.

       *> refuse grades for courses in a locked term - see
       *> copy/check-term-lock.cpy
       COPY term-lock-vars.
       COPY grade-scale-vars.
       *> table data
       01  wr-rec-vars.
           05  wn-grade-grade-id         PIC  9(9) VALUE ZERO.
           05  wc-grade-grade-grade      PIC  X(40) VALUE SPACE.
           05  wc-grade-grade-comment    PIC  X(40) VALUE SPACE.
           05  wn-grade-user-id          PIC  9(9) VALUE ZERO.
           05  wn-grade-course-id        PIC  9(9) VALUE ZERO.
           05  wn-grade-graded-by        PIC  9(9) VALUE ZERO.
           05  wc-grade-status           PIC  X(01) VALUE 'G'.

       *>#######################################################
               INSERT INTO tbl_grade
                   (grade_id, grade_grade, grade_comment,
                    user_id, course_id, graded_by_user_id, grade_date,
                    grade_status, grade_attempt, grade_attested)
               VALUES ( :tbl-grade-grade-id,
                        :tbl-grade-grade-grade,
                        :tbl-grade-grade-comment,
                        :tbl-grade-graded-by,
                        :tbl-grade-date,
                        :tbl-grade-status,
                        :tbl-grade-attempt,
                        'N' )
           END-EXEC
            
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                *> a proposal until the course's grades are
                *> certified - the student hears about it then,
                *> from cgi-attest-grades
                PERFORM B0233-write-journal
                PERFORM B0240-commit-work
                MOVE 'Betygsförslag adderat' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                PERFORM B0235-show-placement-assessment
           END-IF

           .

       *>**************************************************
       B0235-show-placement-assessment.

           *> a course with workplace placement weeks: remind the
           *> grader what the supervisor said, or that nothing
           *> has come in yet
           EXEC SQL
               DECLARE cursaplgrade CURSOR FOR
               SELECT p.assessment_result, p.assessment_date,
                      p.assessment_text, h.company_name
               FROM tbl_placement p
               INNER JOIN tbl_placement_period pp
               ON pp.period_id = p.period_id
               INNER JOIN tbl_host_company h
               ON h.company_id = p.company_id
               WHERE p.user_id = :tbl-grade-user-id
               AND pp.course_id = :tbl-grade-course-id
               ORDER BY p.placement_startdate
           END-EXEC

           EXEC SQL
               OPEN cursaplgrade
           END-EXEC

           EXEC SQL
               FETCH cursaplgrade INTO :t-assessment-result,
                                       :t-assessment-date,
                                       :t-assessment-text,
                                       :t-company-name
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO wc-escape-input
               STRING FUNCTION TRIM(t-company-name) ': '
                      FUNCTION TRIM(t-assessment-text)
                      DELIMITED BY SIZE INTO wc-escape-input
               END-STRING
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-escaped-text
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input(1:40) wc-escaped-text

               IF t-assessment-result = SPACE
                   DISPLAY '<p>APL-bedömning saknas - '
                           FUNCTION TRIM(wc-escaped-text) '</p>'
               ELSE
                   DISPLAY '<p>APL-bedömning '
                           t-assessment-result ' '
                           t-assessment-date ' - '
                           FUNCTION TRIM(wc-escaped-text) '</p>'
               END-IF

               EXEC SQL
                   FETCH cursaplgrade INTO :t-assessment-result,
                                           :t-assessment-date,
                                           :t-assessment-text,
                                           :t-company-name
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE cursaplgrade
           END-EXEC

           .

       *>**************************************************
       B0233-write-journal.


           .

       *>**************************************************       
       B0240-commit-work.

