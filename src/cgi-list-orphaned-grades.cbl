
       FD  fileout.
       01  fd-fileout-post.
           03  fc-grade-id                PIC 9(9).
           03  fc-sep-1                   PIC X.
           03  fc-user-id                 PIC 9(9).
           03  fc-sep-2                   PIC X.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-3                   PIC X.
           03  fc-reason                  PIC X(20).
           03  fc-sep-4                   PIC X.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-orphan-record.
           05  tbl_grade-grade_id          PIC  9(9).
           05  tbl_grade-user_id           PIC  9(9).
           05  tbl_grade-course_id         PIC  9(9).

       *> table data
       01  wr-orphan-record.
           05  wn-grade_id            PIC  9(9) VALUE ZERO.
           05  wn-user_id             PIC  9(9) VALUE ZERO.
           05  wn-course_id           PIC  9(9) VALUE ZERO.

           EXEC SQL END DECLARE SECTION END-EXEC.
       *>#######################################################
