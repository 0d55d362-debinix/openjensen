       *> temporary table for completed grades for this student         
       01   tbl-grade                         VALUE ZERO.
            03 grade OCCURS 999 TIMES.
                05  wn-tbl-user-id          PIC  9(9).
       01   wn-tbl-cnt                      PIC  9(3) VALUE ZERO.
       01   wn-tbl-total-cnt                PIC  9(3) VALUE ZERO.
                
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-cource-record.       
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_course-course_startdate PIC  X(10).
           05  tbl_course-course_enddate   PIC  X(10).

       *> table data
       01  wr-course-record.
           05  wn-course_id          PIC  9(9)  VALUE ZERO.          
           05  wc-course_name        PIC  X(40) VALUE SPACE.
           05  wc-course_startdate   PIC  X(10) VALUE SPACE.
           05  wc-course_enddate     PIC  X(10) VALUE SPACE.
       
       *>*******************************************************
       01  tbl-grade-record.
           05  tbl_grade-grade_id         PIC  9(9).
           05  tbl_grade-grade_grade      PIC  X(40).
           05  tbl_grade-grade_comment    PIC  X(40).
           05  tbl_grade-user_id          PIC  9(9).
           05  tbl_grade-course_id        PIC  9(9).
           05  tbl_grade-grade_date       PIC  X(40).
           05  tbl_grade-grade_status     PIC  X(01).

       *> table data
       01  wr-grade-record.
           05  wn-grade_id           PIC  9(9)  VALUE ZERO.
           05  wc-grade_grade        PIC  X(40) VALUE SPACE.
           05  wc-grade_comment      PIC  X(40) VALUE SPACE.
           05  wn-grade-user_id      PIC  9(9)  VALUE ZERO.
           05  wn-grade-course_id    PIC  9(9)  VALUE ZERO.
           05  wc-grade_date         PIC  X(40) VALUE SPACE.
           05  wc-grade_status       PIC  X(01) VALUE 'G'.

       *> only the student himself, staff, or a guardian linked to
       *> this student via tbl_guardian_student may see the grades
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       01  wn-guardian-link-cnt        PIC  9(9) VALUE ZERO.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       *> receiving variables for data passed from php
       01 wn-user_id                 PIC  9(9) VALUE ZERO.
       01 wn-program_id              PIC  9(4) VALUE ZERO.
       01 wc-magic-number              PIC  X(40) VALUE SPACE.
       
                IF is-db-connected
                    PERFORM B0105-verify-caller-authorized
                    IF is-caller-authorized
                        PERFORM B0190-write-read-log
                        PERFORM B0200-list-elev-betyg
                    ELSE
                        MOVE 'Behörighet saknas' TO wc-printscr-string

           .

       *>**************************************************
       B0190-write-read-log.

           *> a view of the grades by anyone but the student
           *> is logged in tbl_read_log
           MOVE wn-user_id TO t-read-student-id
           MOVE 'cgi-list-betygelev' TO t-read-program
           MOVE 'betyg' TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-list-elev-betyg.

                      INNER JOIN tbl_grade g
                      ON c.course_id = g.course_id
                      AND g.user_id = :wn-grade-user_id
                      AND g.grade_attested = 'Y'
           END-EXEC

           *> never never use a dash in cursor names!
