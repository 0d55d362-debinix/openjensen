       *> Created: 2026-08-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Prerequisites need an attested grade.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-enrollment.
       *> only callers whose usertype holds the function may
       *> enroll a student - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> prerequisite check against tbl_course_prereq
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-prereq-missing-cnt       PIC  9(4) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  enrollment-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


       *>**************************************************
       B0205-check-prerequisites.

           *> every prerequisite of the course must have an
           *> attested passing grade on the student's record
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-prereq-missing-cnt
                   (SELECT 1 FROM tbl_grade g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = p.prereq_course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
           END-EXEC
                   (SELECT 1 FROM tbl_grade g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = p.prereq_course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
               ORDER BY c.course_name

           COPY write-audit-row.

           MOVE 'enrollment' TO t-event-kind
           IF is-on-waitlist
               MOVE 'WAITLIST' TO t-event-action
           ELSE
               MOVE 'ADD' TO t-event-action
           END-IF
           MOVE t-audit-key TO t-event-key
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
