       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Takes the slot over from student bookings.
       *>       0.3: Record a change event for every change.
       *>       0.4: Lessons cancelled by a closure free the slot.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-accept-proposed-series.

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
       01  wn-proposal-cnt             PIC  9(4) VALUE ZERO.
       01  accept-rec-vars.
             05  t-proposal-id          PIC  9(9) VALUE ZERO.
             05  t-term-code            PIC  X(10) VALUE SPACE.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-lokal-id             PIC  9(4) VALUE ZERO.
             05  t-weekday              PIC  9(1) VALUE ZERO.
             05  t-starttime            PIC  X(5) VALUE SPACE.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> student group-room bookings a staff booking takes
       *> over - see copy/bump-student-bookings.cpy
       COPY bump-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> date arithmetic - the loop runs on the integer day
                   FROM tbl_room_booking
                   WHERE lokal_id = :t-lokal-id
                   AND booking_date = :t-occurrence-date
                   AND booking_status NOT IN ('R', 'C')
                   AND student_booking = 'N'
                   AND (booking_starttime = ''
                        OR (booking_starttime < :t-endtime
                            AND booking_endtime > :t-starttime))
                    PERFORM Z0100-error-routine
               ELSE
                    ADD 1 TO wn-booked-cnt
                    PERFORM B0255-bump-student-bookings
               END-IF

           END-IF

           .

       *>**************************************************
       B0255-bump-student-bookings.

           *> staff take priority over a student's group-room
           *> booking on the same slot
           MOVE t-lokal-id TO wn-bump-lokal-id
           MOVE t-occurrence-date TO wc-bump-date
           MOVE t-starttime TO wc-bump-starttime
           MOVE t-endtime TO wc-bump-endtime

           COPY bump-student-bookings.

           .

       *>**************************************************
       B0270-mark-proposal-accepted.


           COPY write-audit-row.

           *> a rejected proposal books nothing
           IF is-accept-wanted
               MOVE 'booking' TO t-event-kind
               MOVE 'ADD' TO t-event-action
               MOVE SPACE TO t-event-key
               STRING 'series_id=' t-series-id
                      DELIMITED BY SIZE INTO t-event-key
               END-STRING
               MOVE ZERO TO t-event-user-id

               COPY write-change-event.
           END-IF

           .

       *>**************************************************
