           03  fc-sep-3                   PIC X.
           03  fc-grade                   PIC X(40).
           03  fc-sep-4                   PIC X.
           03  fc-grade-id                PIC 9(9).
           03  fc-sep-5                   PIC X.
           03  fc-user-id                 PIC 9(9).
           03  fc-sep-6                   PIC X.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-7                   PIC X.
           03  fc-grade-comment           PIC X(82).
           03  fc-sep-8                   PIC X.
       *> holds temporary query results of existing grades
       FD  gradetmpfile.
       01  fd-tmpfile-post.
           03  fc-tmp-user-grade-id       PIC 9(9).
           03  fc-tmp-user-grade-comment  PIC X(40).
           03  fc-tmp-user-id             PIC 9(9).
           03  fc-tmp-course-id           PIC 9(9).
           03  fc-tmp-program-id          PIC 9(4).
           03  fc-tmp-user-grade          PIC X(40).
           03  fc-tmp-grade-date          PIC X(40).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-user-record.       
           05  tbl_user-user_id          PIC  9(9).
           05  tbl_user-user_firstname   PIC  X(40).
           05  tbl_user-user_lastname    PIC  X(40).
           05  tbl_user-usertype_id      PIC  9(4).            

       *> table data
       01  wr-user-record.
           05  wn-user_id               PIC  9(9)  VALUE ZERO.          
           05  wc-user_firstname        PIC  X(40) VALUE SPACE.
           05  wc-user_lastname         PIC  X(40) VALUE SPACE.
           05  wn-user-typeid           PIC  9(4)  VALUE ZERO.                
       
       *>*******************************************************
       01  tbl-course-record.       
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_course-program_id       PIC  9(4).           

       *> table data
       01  wr-course-record.
           05  wn-course_id          PIC  9(9)  VALUE ZERO.          
           05  wc-course_name        PIC  X(40) VALUE SPACE.
           05  wn-course-program_id  PIC  9(4)  VALUE ZERO.  
       
       *>*******************************************************
       01  tbl-grade-record.
           05  tbl_grade-grade_id         PIC  9(9).          
           05  tbl_grade-grade_grade      PIC  X(40).
           05  tbl_grade-grade_comment    PIC  X(40).
           05  tbl_grade-user_id          PIC  9(9).
           05  tbl_grade-course_id        PIC  9(9).
           05  tbl_grade-grade_date       PIC  X(40).

       *> table data
       01  wr-grade-record.
           05  wn-grade-grade_id     PIC  9(9)  VALUE ZERO.
           05  wc-grade_grade        PIC  X(40) VALUE SPACE.
           05  wc-grade_comment      PIC  X(40) VALUE SPACE.
           05  wn-grade-user_id      PIC  9(9)  VALUE ZERO.
           05  wn-grade-course_id    PIC  9(9)  VALUE ZERO.
           05  wc-grade_date         PIC  X(40) VALUE SPACE.

       *> in-memory copy of gradetmpfile, built once, so
       *> reopening and rereading the temp file every single time
       01  tbl-found-grades                  VALUE ZERO.
           03  found-grade OCCURS 999 TIMES.
               05  wn-found-grade-id          PIC  9(9).
               05  wc-found-grade             PIC  X(40).
               05  wc-found-grade-comment     PIC  X(40).
               05  wn-found-user-id           PIC  9(9).
               05  wn-found-course-id         PIC  9(9).
               05  wn-found-program-id        PIC  9(4).
               05  wc-found-grade-date        PIC  X(40).
       01  wn-found-cnt                       PIC  9(3) VALUE ZERO.
