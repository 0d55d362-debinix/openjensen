
       FD  fileout.
       01  fd-fileout-post.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-1                   PIC X.
           03  fc-course-name             PIC X(82).
           03  fc-sep-2                   PIC X.

       *>#######################################################
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-teacher-user-id          PIC  9(9) VALUE ZERO.

       01  tbl-teacher-course-record.
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_course-course_startdate PIC  X(40).
           05  tbl_course-course_enddate   PIC  X(40).

       *> table data
       01  wr-teacher-course-record.
           05  wn-course_id           PIC  9(9)  VALUE ZERO.
           05  wc-course_name         PIC  X(40) VALUE SPACE.
           05  wc-course_startdate    PIC  X(40) VALUE SPACE.
           05  wc-course_enddate      PIC  X(40) VALUE SPACE.
