       *> Created: 2026-08-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Takes the slot over from student bookings.
       *>       0.3: Record a change event for every change.
       *>       0.4: Lessons cancelled by a closure free the slot.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-booking.
       *> only callers whose usertype holds the function may
       *> book a room - resolved from the posted session token
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  booking-rec-vars.
             05  t-booking-id           PIC  9(4) VALUE ZERO.
             05  t-lokal-id             PIC  9(4) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-booking-date         PIC  X(10) VALUE SPACE.
             05  t-participant-count    PIC  9(4) VALUE ZERO.
             05  t-booking-starttime    PIC  X(5) VALUE SPACE.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> student group-room bookings a staff booking takes
       *> over - see copy/bump-student-bookings.cpy
       COPY bump-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the raw comma-separated feature list and its parsing
               FROM tbl_room_booking
               WHERE lokal_id = :t-lokal-id
               AND booking_date = :t-booking-date
               AND booking_status NOT IN ('R', 'C')
               AND student_booking = 'N'
               AND (booking_starttime = ''
                    OR (booking_starttime < :t-booking-endtime
                        AND booking_endtime
               INNER JOIN tbl_course_teacher bt
               ON bt.course_id = b.course_id
               WHERE b.booking_date = :t-booking-date
               AND b.booking_status NOT IN ('R', 'C')
               AND bt.teacher_user_id IN
                   (SELECT teacher_user_id
                    FROM tbl_course_teacher
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0222-bump-student-bookings
                PERFORM B0225-write-audit-row
                PERFORM B0230-commit-work
                IF is-approval-required

           .

       *>**************************************************
       B0222-bump-student-bookings.

           *> staff take priority over a student's group-room
           *> booking on the same slot
           MOVE t-lokal-id TO wn-bump-lokal-id
           MOVE t-booking-date TO wc-bump-date
           MOVE t-booking-starttime TO wc-bump-starttime
           MOVE t-booking-endtime TO wc-bump-endtime

           COPY bump-student-bookings.

           .

       *>**************************************************
       B0225-write-audit-row.


           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'ADD' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
