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
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> table data
       01  wr-rec-vars.
           05  wn-grade-grade-id         PIC  9(9) VALUE ZERO.
           05  wn-grade-user-id          PIC  9(9) VALUE ZERO.
           05  wn-grade-course-id        PIC  9(9) VALUE ZERO.
           05  wn-grade-graded-by        PIC  9(9) VALUE ZERO.
       *>#######################################################

       *> graded_by is no longer taken from the form - the posted
       *> session token is resolved to the logged-in grader
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/update-effective-grade.cpy
       COPY effective-grade-vars.

       *> the submission is one bulk operation, so it can be
       *> taken back whole - see copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       *>**************************************************
       B0300-process-roster.

           *> the operation is committed on its own - each row
           *> below commits separately and is recorded under it
           MOVE 'cgi-add-betyg-bulk' TO b-op-program
           COPY open-bulk-operation.
           PERFORM B0320-commit-work

           PERFORM VARYING wn-row-index FROM 1 BY 1
               UNTIL wn-row-index > wn-row-count


           MOVE 'Klassbetyg behandlade' TO wc-printscr-string
           CALL 'ok-printscr' USING wc-printscr-string
           DISPLAY '<p>Operation nr ' b-op-id ': '
                   wn-inserted-count ' betyg sparade, '
                   wn-skipped-count ' rader hoppades över</p>'

           .

       *>**************************************************
       B0310-process-one-row.

           MOVE 'N' TO row-has-user-id-switch
           MOVE 'N' TO row-is-in-table-switch
           MOVE 'N' TO row-grade-is-valid-switch
           MOVE 'N' TO row-user-id-exists-switch
           MOVE SPACE TO wc-row-user-id wc-row-grade wc-row-comment
           MOVE wn-row-index TO wc-row-index-disp

           EXEC SQL
               INSERT INTO tbl_grade
                   (grade_id, grade_grade, grade_comment,
                    user_id, course_id, graded_by_user_id, grade_date,
                    grade_attested)
               VALUES ( :tbl-grade-grade-id,
                        :tbl-grade-grade-grade,
                        :tbl-grade-grade-comment,
                        :tbl-grade-user-id,
                        :tbl-grade-course-id,
                        :tbl-grade-graded-by,
                        :tbl-grade-date,
                        'N' )
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                *> a proposal - cgi-attest-grades tells the
                *> student once the course is certified
                PERFORM B0316-write-journal
                PERFORM B0318-record-bulk-row
                PERFORM B0320-commit-work
           END-IF

           .

       *>**************************************************
       B0318-record-bulk-row.

           MOVE 'tbl_grade' TO b-table-name
           MOVE 'I' TO b-row-action
           MOVE tbl-grade-grade-id TO b-key-id
           MOVE tbl-grade-user-id TO b-key-id2
           MOVE tbl-grade-grade-grade TO b-new-value

           COPY record-bulk-row.

           .

