       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Lessons in the period logged for notification.
       *>       0.3: Lessons cancelled by a closure not listed.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-room-outage.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
                IF t-fault-text NOT = SPACE
                    PERFORM B0220-open-work-order
                END-IF
                PERFORM B0225-log-booking-changes
                PERFORM B0240-write-audit-row
                PERFORM B0250-commit-work
                MOVE 'Lokalen är avstängd' TO wc-printscr-string

           .

       *>**************************************************
       B0225-log-booking-changes.

           *> the room is gone for these lessons until they are
           *> moved (cgi-move-booking) - students and teachers
           *> are told now, and again when the new room is set
           EXEC SQL
               INSERT INTO tbl_booking_change
               (change_id, booking_id, course_id, change_type,
                old_date, old_lokal_id, old_starttime,
                old_endtime, changed_by)
               SELECT nextval('tbl_booking_change_change_id_seq'),
                      b.booking_id, b.course_id, 'O',
                      b.booking_date, b.lokal_id,
                      b.booking_starttime, b.booking_endtime,
                      :wn-requesting-user-id
               FROM tbl_room_booking b
               WHERE b.lokal_id = :t-lokal-id
               AND b.booking_date >= :t-fromdate
               AND b.booking_date <= :t-todate
               AND b.booking_status = 'A'
               AND b.booking_date
                   >= TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
               AND EXISTS
                   (SELECT 1 FROM tbl_enrollment e
                    WHERE e.course_id = b.course_id)
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0230-list-colliding-bookings.

               INNER JOIN tbl_course c
               ON c.course_id = b.course_id
               WHERE b.lokal_id = :t-lokal-id
               AND b.booking_status NOT IN ('R', 'C')
               AND b.booking_date >= :t-fromdate
               AND b.booking_date <= :t-todate
               ORDER BY b.booking_date, b.booking_starttime
