       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-grade-rec-vars.
           05  tbl-grade-grade-id       PIC  9(9).
           05  tbl-grade-grade          PIC  X(40).
           05  tbl-grade-comment        PIC  X(40).
           05  tbl-grade-graded-by      PIC  9(9).
           05  tbl-grade-date           PIC  X(40).
           05  tbl-grade-user-id        PIC  9(9).
           05  tbl-grade-course-id      PIC  9(9).
           05  tbl-grade-status         PIC  X(01).
       *>
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> table data
       01  wr-rec-vars.
           05  wn-grade-id         PIC  9(9) VALUE ZERO.
           05  wc-grade            PIC  X(40) VALUE SPACE.
           05  wc-comment          PIC  X(40) VALUE SPACE.
           05  wn-grade-graded-by  PIC  9(9) VALUE ZERO.
           05  wc-grade-status     PIC  X(01) VALUE SPACE.
       *>#######################################################

       *> temporary table holding existing data
       01  wr-cur-rec-vars.
           05  wn-cur-grade-id         PIC  9(9) VALUE ZERO.
           05  wc-cur-grade        PIC  X(40) VALUE SPACE.
           05  wc-cur-comment      PIC  X(40) VALUE SPACE.
           05  wn-cur-user-id      PIC  9(9) VALUE ZERO.
           05  wn-cur-course-id    PIC  9(9) VALUE ZERO.
           05  wc-cur-grade-status PIC  X(01) VALUE 'G'.
           05  wc-cur-grade-date   PIC  X(40) VALUE SPACE.

       *>#######################################################
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *> holds the pre-change values written to tbl_grade_history
       01  tbl-grade-hist-rec-vars.
           05  tbl-hist-grade-id        PIC  9(9).
           05  tbl-hist-grade           PIC  X(40).
           05  tbl-hist-comment         PIC  X(40).
           05  tbl-hist-changed-by      PIC  9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.
       *>#######################################################

       *> graded_by is no longer taken from the form - the posted
       *> session token is resolved to the logged-in grader
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
                       grade_comment = :tbl-grade-comment,
                       graded_by_user_id = :tbl-grade-graded-by,
                       grade_date = :tbl-grade-date,
                       grade_status = :tbl-grade-status,
                       grade_attested = 'N'
               WHERE grade_id = :tbl-grade-grade-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                *> a changed grade is a new proposal - the
                *> course is certified again through
                *> cgi-attest-grades, which tells the student
                PERFORM B0223-write-journal
                PERFORM B0230-commit-work
                MOVE 'Betyg data Ã¤ndrad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0230-commit-work.

