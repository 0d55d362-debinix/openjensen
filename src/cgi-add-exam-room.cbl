       *>          or is already taken in the slot), and the
       *>          tbl_exam_room row links booking, room and
       *>          invigilator for cgi-allocate-exam-seats and
       *>          the seating lists. Optional room_separate,
       *>          room_reader and room_computer ('Y') say what
       *>          the room offers students with exam
       *>          accommodations.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Separate/reader/computer flags per room.
       *>       0.3: Takes the slot over from student bookings.
       *>       0.4: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-exam-room.

       *> the caller - resolved from the posted session token
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
       01  wn-occasion-cnt             PIC  9(4) VALUE ZERO.
       01  wn-clash-cnt                PIC  9(4) VALUE ZERO.
       01  examroom-rec-vars.
             05  t-exam-room-id         PIC  9(9) VALUE ZERO.
             05  t-occasion-id          PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-lokal-id             PIC  9(4) VALUE ZERO.
             05  t-invigilator-id       PIC  9(9) VALUE ZERO.
             05  t-exam-date            PIC  X(10) VALUE SPACE.
             05  t-exam-starttime       PIC  X(5) VALUE SPACE.
             05  t-exam-endtime         PIC  X(5) VALUE SPACE.
             05  t-room-separate        PIC  X(1) VALUE 'N'.
             05  t-room-reader          PIC  X(1) VALUE 'N'.
             05  t-room-computer        PIC  X(1) VALUE 'N'.
       01  t-booking-id                PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> student group-room bookings a staff booking takes
       *> over - see copy/bump-student-bookings.cpy
       COPY bump-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
                    TO t-invigilator-id
           END-IF

           *> what the room offers accommodated students
           *> (optional - 'Y' sets the flag)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'room_separate' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-room-separate
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'room_reader' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-room-reader
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'room_computer' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-room-computer
           END-IF

           IF t-occasion-id > ZERO AND t-lokal-id > ZERO
               SET is-valid-init TO TRUE
           ELSE
               WHERE lokal_id = :t-lokal-id
               AND booking_date = :t-exam-date
               AND booking_status = 'A'
               AND student_booking = 'N'
               AND (booking_starttime = ''
                    OR :t-exam-starttime = ''
                    OR (booking_starttime < :t-exam-endtime

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0225-bump-student-bookings
           END-IF

           .

       *>**************************************************
       B0225-bump-student-bookings.

           *> staff take priority over a student's group-room
           *> booking on the same slot
           MOVE t-lokal-id TO wn-bump-lokal-id
           MOVE t-exam-date TO wc-bump-date
           MOVE t-exam-starttime TO wc-bump-starttime
           MOVE t-exam-endtime TO wc-bump-endtime

           COPY bump-student-bookings.

           .

       *>**************************************************
       B0230-insert-exam-room.

           EXEC SQL
               INSERT INTO tbl_exam_room
               (exam_room_id, occasion_id, lokal_id, booking_id,
                invigilator_user_id, room_separate, room_reader,
                room_computer)
               VALUES (:t-exam-room-id, :t-occasion-id,
                       :t-lokal-id, :t-booking-id,
                       :t-invigilator-id, :t-room-separate,
                       :t-room-reader, :t-room-computer)
           END-EXEC

           IF  sqlcode NOT = zero
           MOVE SPACE TO t-audit-new
           STRING 'booking_id=' t-booking-id
                  ' invigilator=' t-invigilator-id
                  ' adapted=' t-room-separate t-room-reader
                  t-room-computer
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'ADD' TO t-event-action
           MOVE SPACE TO t-event-key
           STRING 'booking_id=' t-booking-id
                  DELIMITED BY SIZE INTO t-event-key
           END-STRING
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
