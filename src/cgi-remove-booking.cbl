       01  booking-rec-vars.
           05  t-booking-id         PIC  9(04).
           05  t-rm-lokal-id        PIC  9(04).
           05  t-rm-course-id       PIC  9(09).
           05  t-rm-booking-date    PIC  X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> only callers whose usertype holds the function may
       *> cancel a booking - resolved from the posted session token
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


       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
           PERFORM B0210-is-booking-found

           IF is-booking-found
                PERFORM B0215-log-booking-change
                EXEC SQL
                    DELETE FROM tbl_room_booking
                             WHERE booking_id = :t-booking-id

           .

       *>**************************************************
       B0215-log-booking-change.

           *> an approved lesson still ahead, for a course with
           *> students enrolled, is logged so they and the
           *> teachers hear of it - see booking-change-notify
           EXEC SQL
               INSERT INTO tbl_booking_change
               (change_id, booking_id, course_id, change_type,
                old_date, old_lokal_id, old_starttime,
                old_endtime, changed_by)
               SELECT nextval('tbl_booking_change_change_id_seq'),
                      b.booking_id, b.course_id, 'C',
                      b.booking_date, b.lokal_id,
                      b.booking_starttime, b.booking_endtime,
                      :wn-requesting-user-id
               FROM tbl_room_booking b
               WHERE b.booking_id = :t-booking-id
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
       B0220-write-audit-row.


           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'DELETE' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
