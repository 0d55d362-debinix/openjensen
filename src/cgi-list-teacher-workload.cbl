       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Lessons cancelled by a closure not counted.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-teacher-workload.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  workload-rec-vars.
           05  t-teacher-id              PIC  9(9).
           05  t-firstname               PIC  X(40).
           05  t-lastname                PIC  X(40).
           05  t-course-cnt              PIC  9(4).
                         WHERE b.booking_date
                               >= t.term_startdate
                         AND b.booking_date <= t.term_enddate
                         AND b.booking_status NOT IN ('R', 'C')
                         AND b.course_id IN
                           (SELECT ct.course_id
                            FROM tbl_course_teacher ct
