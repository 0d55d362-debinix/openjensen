       *>          (check-grade-scale), the course's term not locked
       *>          (cgi-close-term) - then inserted as the next
       *>          grade attempt with grade_date stamped and
       *>          graded_by from the IMPORT_GRADER setting, which must
       *>          name an active staff account or the batch
       *>          refuses to run at all. Bad rows
       *>          go to ../data/results-exceptions.txt with the
       *>          reason, so one file replaces an afternoon of
       *>          typing without transcription errors. Run from
       *>          the command line or cron.
       *>          A row with NP in a fourth field
       *>          (user_id;course_id;grade_grade;NP), or an
       *>          anonymous code from a national-test occasion,
       *>          is a national test result: it is stored in
       *>          tbl_national_test, replacing any earlier
       *>          result for the student and course, and is not
       *>          a grade attempt.
       *>          The file is picked up from ../data/landing/,
       *>          refused when identical to a file already loaded
       *>          and moved to ../data/processed/ or
       *>          ../data/rejected/ under a dated name
       *>          (copy/check-inbound-file.cpy,
       *>          copy/file-inbound-file.cpy). With
       *>          OJ_INTAKE_MODE=validate nothing is written: the
       *>          exceptions file gets the rejected rows and the
       *>          counts, and the file stays where it landed.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>       0.3: Imported rows are grade proposals awaiting
       *>            cgi-attest-grades.
       *>       0.4: National test results kept apart from grades.
       *>       0.5: Pick the file up from the landing folder;
       *>            validate-only mode.
       *>       0.6: Record the run as one bulk operation that
       *>            cgi-undo-bulk-operation can take back.
       *>       0.7: Grader from the settings register.
       *>       0.8: Imported grades commented 'import'.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. results-import.

       file-control.
           SELECT importfile ASSIGN TO
              '../data/landing/results-import.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO
                88  is-grader-on-file               VALUE 'Y'.
            03  is-row-anon-code-switch     PIC X   VALUE 'N'.
                88  is-row-anon-code                VALUE 'Y'.
            03  is-row-national-switch      PIC X   VALUE 'N'.
                88  is-row-national                 VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  import-rec-vars.
             05  t-grade-id            PIC  9(9) VALUE ZERO.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-anon-code           PIC  X(12) VALUE SPACE.
             05  t-course-id           PIC  9(9) VALUE ZERO.
             05  t-grade-grade         PIC  X(40) VALUE SPACE.
             05  t-grade-attempt       PIC  9(4) VALUE ZERO.
             05  t-graded-by           PIC  9(9) VALUE ZERO.
             05  t-occasion-id         PIC  9(9) VALUE ZERO.
             05  t-occasion-kind       PIC  X(1) VALUE SPACE.
             05  t-test-source         PIC  X(1) VALUE 'I'.
             05  t-old-test-grade      PIC  X(10) VALUE SPACE.
       01  wn-exists-cnt              PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the run is one bulk operation, filed under the grader
       *> the grades are signed by - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> refuse rows for courses in a locked term - see
       *> copy/check-term-lock.cpy
       COPY term-lock-vars.
       *> copy/update-effective-grade.cpy
       COPY effective-grade-vars.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> the landing folder, fingerprints and validate-only
       *> mode - see copy/check-inbound-file.cpy
       COPY inbound-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the raw fields unstrung from one import line
           05  wc-in-user-id         PIC X(10) VALUE SPACE.
           05  wc-in-course-id       PIC X(10) VALUE SPACE.
           05  wc-in-grade           PIC X(40) VALUE SPACE.
           05  wc-in-kind            PIC X(4)  VALUE SPACE.

       *> why the current row was rejected
       01  wc-reject-reason          PIC X(40) VALUE SPACE.
       01  wn-rtn-code               PIC S99   VALUE ZERO.

       *> who the inserted grades are signed by
       01  wc-import-grader          PIC X(9)  VALUE SPACE.

       *> per-run counters
       01  wn-loaded-cnt             PIC 9(5)  VALUE ZERO.
       01  wn-rejected-cnt           PIC 9(5)  VALUE ZERO.
       01  wn-national-cnt           PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.

           DISPLAY '*** results-import: started ***'

           PERFORM B0100-connect

           IF is-db-connected
           END-IF

           IF is-db-connected AND NOT is-grader-on-file
               DISPLAY '*** results-import: setting IMPORT_GRADER '
                       'names no active user - stopping ***'
               PERFORM Z0200-disconnect
               MOVE 8 TO RETURN-CODE
           END-IF

           IF is-db-connected
               PERFORM B0160-check-landed-file
           END-IF

           IF is-db-connected AND is-file-landed
              AND NOT is-duplicate-file
               OPEN INPUT importfile
               OPEN OUTPUT exceptionfile
               IF NOT is-validate-only
                   PERFORM B0190-open-bulk-operation
               END-IF
               PERFORM B0200-process-import-file
               IF is-validate-only
                   PERFORM B0800-write-validate-counts
               END-IF
               CLOSE importfile
               CLOSE exceptionfile
               IF NOT is-validate-only
                   PERFORM B0950-file-landed-file
               END-IF
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           IF is-validate-only
               DISPLAY '*** results-import: validate only - valid '
                       wn-loaded-cnt ', national test '
                       wn-national-cnt
                       ', rejected ' wn-rejected-cnt
                       ', nothing written ***'
           ELSE
               DISPLAY '*** results-import: loaded ' wn-loaded-cnt
                       ', national test ' wn-national-cnt
                       ', rejected ' wn-rejected-cnt
                       ', operation ' b-op-id ' ***'
           END-IF

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** results-import: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .
       *>**************************************************
       B0150-verify-grader.

           MOVE 'IMPORT_GRADER' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-import-grader
           IF wc-import-grader = SPACE
              OR FUNCTION TRIM(wc-import-grader) IS NOT NUMERIC
               MOVE ZERO TO t-graded-by
           ELSE
               MOVE FUNCTION NUMVAL(wc-import-grader)
                    TO t-graded-by
           END-IF

           *> the grades this batch writes are signed by this
           *> id - it has to name a real, active account
           EXEC SQL

           .

       *>**************************************************
       B0160-check-landed-file.

           MOVE 'results-import' TO i-file-kind
           MOVE '../data/landing/results-import.txt'
               TO i-landing-path

           COPY check-inbound-file.

           EVALUATE TRUE
               WHEN NOT is-file-landed
                   DISPLAY '*** results-import: no file in '
                           '../data/landing - nothing to do ***'
               WHEN is-duplicate-file AND is-validate-only
                   DISPLAY '*** results-import: identical to the '
                           'file loaded ' i-dup-date
                           ' - it would be refused ***'
                   MOVE 8 TO RETURN-CODE
               WHEN is-duplicate-file
                   DISPLAY '*** results-import: refused - '
                           'identical to the file loaded '
                           i-dup-date ' ***'
                   PERFORM B0950-file-landed-file
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           .

       *>**************************************************
       B0190-open-bulk-operation.

           *> committed on its own - each row below commits
           *> separately and is recorded under it
           MOVE 'results-import' TO b-op-program
           MOVE t-graded-by TO wn-requesting-user-id
           COPY open-bulk-operation.

           PERFORM B0250-commit-work

           .

       *>**************************************************
       B0200-process-import-file.

               INTO wc-in-user-id
                    wc-in-course-id
                    wc-in-grade
                    wc-in-kind
           END-UNSTRING

           PERFORM B0220-validate-row

           IF is-row-valid
               EVALUATE TRUE
                   WHEN is-validate-only AND is-row-national
                       ADD 1 TO wn-national-cnt
                   WHEN is-validate-only
                       ADD 1 TO wn-loaded-cnt
                   WHEN is-row-national
                       PERFORM B0260-store-national-test
                   WHEN OTHER
                       PERFORM B0230-insert-one-result
               END-EVALUATE
           ELSE
               PERFORM B0290-write-exception
           END-IF

           SET is-row-valid TO TRUE
           MOVE 'N' TO is-row-anon-code-switch
           MOVE 'N' TO is-row-national-switch
           MOVE 'I' TO t-test-source
           MOVE ZERO TO t-occasion-id

           *> NP in the fourth field - a national test result,
           *> not a grade
           IF FUNCTION TRIM(wc-in-kind) = 'NP'
               SET is-row-national TO TRUE
           END-IF

           *> the first field is either a numeric user_id or,
           *> for externally marked anonymous exams, the
               MOVE 'ogiltiga id-fält' TO wc-reject-reason
               MOVE 'N' TO is-row-valid-switch
           ELSE
               *> a 10-digit id would be cut to 9 digits - a
               *> different student or course - so it is refused
               IF FUNCTION NUMVAL(wc-in-course-id) > wn-idw-limit
                   MOVE 'id för stort för id-fälten'
                        TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               ELSE
                   MOVE FUNCTION NUMVAL(wc-in-course-id)
                        TO t-course-id
               END-IF
               IF FUNCTION TRIM(wc-in-user-id) IS NUMERIC
                   IF FUNCTION NUMVAL(wc-in-user-id) > wn-idw-limit
                       MOVE 'id för stort för id-fälten'
                            TO wc-reject-reason
                       MOVE 'N' TO is-row-valid-switch
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-in-user-id)
                            TO t-user-id
                   END-IF
               ELSE
                   SET is-row-anon-code TO TRUE
               END-IF
           *> the user_id
           IF is-row-valid AND is-row-anon-code
               MOVE ZERO TO t-user-id
               MOVE SPACE TO t-occasion-kind
               MOVE FUNCTION TRIM(wc-in-user-id)
                    TO t-anon-code
               EXEC SQL
                   SELECT COALESCE(MAX(a.user_id), 0),
                          COALESCE(MAX(o.occasion_id), 0),
                          COALESCE(MAX(o.occasion_kind), 'E')
                   INTO :t-user-id, :t-occasion-id,
                        :t-occasion-kind
                   FROM tbl_exam_anon_code a
                   INNER JOIN tbl_exam_occasion o
                   ON o.occasion_id = a.occasion_id
                   MOVE 'okänd anonymkod' TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               END-IF
               *> a code from a national-test occasion carries
               *> its kind with it
               IF t-occasion-kind = 'N'
                   SET is-row-national TO TRUE
                   MOVE 'A' TO t-test-source
               END-IF
           END-IF

           IF is-row-valid
               INSERT INTO tbl_grade
               (grade_id, grade_grade, grade_comment, user_id,
                course_id, graded_by_user_id, grade_date,
                grade_status, grade_attempt, grade_attested)
               VALUES (:t-grade-id, :t-grade-grade,
                       'import', :t-user-id,
                       :t-course-id, :t-graded-by,
                       CURRENT_TIMESTAMP, 'G',
                       :t-grade-attempt, 'N')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM B0290-write-exception
           ELSE
                PERFORM B0240-write-journal
                MOVE 'tbl_grade' TO b-table-name
                MOVE 'I' TO b-row-action
                MOVE t-grade-id TO b-key-id
                MOVE t-user-id TO b-key-id2
                MOVE t-grade-grade TO b-new-value
                COPY record-bulk-row.
                PERFORM B0250-commit-work
                ADD 1 TO wn-loaded-cnt
           END-IF
           MOVE 'I' TO j-action
           MOVE t-grade-id TO j-grade-id
           MOVE t-grade-grade TO j-grade-grade
           MOVE 'import' TO j-grade-comment
           MOVE t-user-id TO j-user-id
           MOVE t-course-id TO j-course-id
           MOVE t-graded-by TO j-graded-by
           END-EXEC
           .

       *>**************************************************
       B0260-store-national-test.

           *> a re-mark changes the result on file, anything
           *> else creates one - the operation row says which
           INITIALIZE bulk-op-row-vars
           MOVE 'tbl_national_test' TO b-table-name
           MOVE t-user-id TO b-key-id
           MOVE t-course-id TO b-key-id2
           MOVE 'test_grade' TO b-field-name
           MOVE t-grade-grade TO b-new-value

           EXEC SQL
               SELECT test_grade
               INTO :t-old-test-grade
               FROM tbl_national_test
               WHERE user_id = :t-user-id
               AND course_id = :t-course-id
           END-EXEC

           IF  sqlcode = zero
                MOVE 'U' TO b-row-action
                MOVE t-old-test-grade TO b-old-value
           ELSE
                MOVE 'I' TO b-row-action
           END-IF

           *> one result per student and course - a re-marked
           *> test replaces the earlier one
           EXEC SQL
               INSERT INTO tbl_national_test
               (user_id, course_id, test_grade, test_source,
                occasion_id, recorded_by, recorded_date)
               VALUES (:t-user-id, :t-course-id,
                       LEFT(:t-grade-grade, 10), :t-test-source,
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
                MOVE 'databasfel vid insättning'
                    TO wc-reject-reason
                PERFORM B0290-write-exception
           ELSE
                COPY record-bulk-row.
                PERFORM B0250-commit-work
                ADD 1 TO wn-national-cnt
           END-IF

           .

       *>**************************************************
       B0290-write-exception.


           .

       *>**************************************************
       B0800-write-validate-counts.

           MOVE SPACE TO fc-exception-line
           STRING 'Kontroll utan inläsning: ' i-line-cnt
                  ' rader, ' wn-loaded-cnt ' resultat, '
                  wn-national-cnt ' nationella prov, '
                  wn-rejected-cnt ' avvisade'
                  DELIMITED BY SIZE INTO fc-exception-line
           END-STRING
           WRITE fc-exception-line

           .

       *>**************************************************
       B0950-file-landed-file.

           EVALUATE TRUE
               WHEN is-duplicate-file
                   MOVE 'D' TO i-file-status
               WHEN is-sql-error
                   MOVE 'E' TO i-file-status
               WHEN OTHER
                   MOVE 'P' TO i-file-status
           END-EVALUATE
           COMPUTE i-loaded-cnt = wn-loaded-cnt + wn-national-cnt
           MOVE wn-rejected-cnt TO i-rejected-cnt

           COPY file-inbound-file.

           IF i-handled-file = SPACE
               DISPLAY '*** results-import: the file could not '
                       'be moved out of ../data/landing ***'
           END-IF

           PERFORM B0250-commit-work

           .

       *>**************************************************
       Z0100-error-routine.

