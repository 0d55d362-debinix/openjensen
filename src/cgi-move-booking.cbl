       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Move one booked lesson to another room,
       *>          date or time - booking_id plus whichever of
       *>          lokal_id, booking_date, start_time and
       *>          end_time change. The new slot passes the same
       *>          checks as cgi-add-booking (bookable, large
       *>          enough, not out of service, free). The move is
       *>          logged in tbl_booking_change so the students
       *>          and teachers are told - see
       *>          booking-change-notify. Recorded in tbl_audit.
       *>          Guarded by 'room-booking'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Takes the slot over from student bookings.
       *>       0.3: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-move-booking.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-booking-found-switch        PIC X   VALUE 'N'.
                88  is-booking-found                   VALUE 'Y'.
            03  is-move-allowed-switch         PIC X   VALUE 'N'.
                88  is-move-allowed                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Flytta lektion'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  move-rec-vars.
             05  t-booking-id           PIC  9(9)  VALUE ZERO.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-participant-count    PIC  9(4)  VALUE ZERO.
             05  t-booking-status       PIC  X(1)  VALUE SPACE.
             05  t-old-lokal-id         PIC  9(4)  VALUE ZERO.
             05  t-old-date             PIC  X(10) VALUE SPACE.
             05  t-old-starttime        PIC  X(5)  VALUE SPACE.
             05  t-old-endtime          PIC  X(5)  VALUE SPACE.
             05  t-new-lokal-id         PIC  9(4)  VALUE ZERO.
             05  t-new-date             PIC  X(10) VALUE SPACE.
             05  t-new-starttime        PIC  X(5)  VALUE SPACE.
             05  t-new-endtime          PIC  X(5)  VALUE SPACE.
             05  t-maxdeltagare         PIC  9(4)  VALUE ZERO.
             05  t-bokningsbar          PIC  X(1)  VALUE SPACE.
       01  wn-overlap-cnt              PIC  9(4)  VALUE ZERO.
       01  wn-outage-cnt               PIC  9(4)  VALUE ZERO.
       01  t-outage-reason             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the posted new values - blank keeps the current one
       01  wr-posted-move.
             05  wn-posted-lokal-id     PIC  9(4)  VALUE ZERO.
             05  wc-posted-date         PIC  X(10) VALUE SPACE.
             05  wc-posted-starttime    PIC  X(5)  VALUE SPACE.
             05  wc-posted-endtime      PIC  X(5)  VALUE SPACE.

       *> student group-room bookings a staff booking takes
       *> over - see copy/bump-student-bookings.cpy
       COPY bump-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0200-move-booking
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-move-action
           END-IF

           .

       *>**************************************************
       A0110-init-move-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which lesson (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'booking_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-booking-id
           END-IF

           *> the new room (blank = keep)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'lokal_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO wn-posted-lokal-id
           END-IF

           *> the new date, YYYY-MM-DD (blank = keep)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'booking_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-posted-date
               CALL 'is-valid-date' USING wn-rtn-code wc-posted-date
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO wc-posted-date
               END-IF
           END-IF

           *> the new start and end, HH:MM (blank = keep)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'start_time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:5) TO wc-posted-starttime
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'end_time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:5) TO wc-posted-endtime
           END-IF

           EVALUATE TRUE
               WHEN t-booking-id = ZERO
                   MOVE 'Saknar ett angivet boknings id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wc-posted-date = 'X'
                   MOVE 'Ogiltigt bokningsdatum'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       B0100-connect.

           *>  connect
           MOVE  "openjensen"    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           COPY db-password.
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                            USING :wc-database
           END-EXEC

           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'room-booking' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-move-booking.

           PERFORM B0205-get-booking

           IF is-booking-found
               PERFORM B0210-check-new-slot
           ELSE
               MOVE 'Okänd bokning' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           IF is-move-allowed
               PERFORM B0220-save-move
           END-IF

           .

       *>**************************************************
       B0205-get-booking.

           *> a rejected, released or closed lesson is not moved
           *> - it is booked anew; a student's group-room booking
           *> is the student's own to give back and book again
           EXEC SQL
               SELECT course_id, participant_count,
                      booking_status, lokal_id, booking_date,
                      booking_starttime, booking_endtime
               INTO :t-course-id, :t-participant-count,
                    :t-booking-status, :t-old-lokal-id,
                    :t-old-date, :t-old-starttime,
                    :t-old-endtime
               FROM tbl_room_booking
               WHERE booking_id = :t-booking-id
               AND booking_status IN ('A', 'P')
               AND student_booking = 'N'
           END-EXEC

           IF  sqlcode = zero
               SET is-booking-found TO TRUE
               MOVE t-old-lokal-id TO t-new-lokal-id
               MOVE t-old-date TO t-new-date
               MOVE t-old-starttime TO t-new-starttime
               MOVE t-old-endtime TO t-new-endtime
               IF wn-posted-lokal-id NOT = ZERO
                   MOVE wn-posted-lokal-id TO t-new-lokal-id
               END-IF
               IF wc-posted-date NOT = SPACE
                   MOVE wc-posted-date TO t-new-date
               END-IF
               IF wc-posted-starttime NOT = SPACE
                   MOVE wc-posted-starttime TO t-new-starttime
               END-IF
               IF wc-posted-endtime NOT = SPACE
                   MOVE wc-posted-endtime TO t-new-endtime
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-check-new-slot.

           *> the new room, date and time pass the same checks
           *> as a new booking in cgi-add-booking - the lesson
           *> itself is left out of the overlap count
           EXEC SQL
               SELECT Maxdeltagare, Bokningsbar
               INTO :t-maxdeltagare, :t-bokningsbar
               FROM T_JLOKAL
               WHERE Lokal_id = :t-new-lokal-id
           END-EXEC

           IF  sqlcode NOT = zero
               MOVE ZERO TO t-maxdeltagare
               MOVE 'N' TO t-bokningsbar
           END-IF

           EXEC SQL
               SELECT COUNT(*), MAX(outage_reason)
               INTO :wn-outage-cnt, :t-outage-reason
               FROM tbl_room_outage
               WHERE lokal_id = :t-new-lokal-id
               AND outage_fromdate <= :t-new-date
               AND outage_todate >= :t-new-date
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-overlap-cnt
               FROM tbl_room_booking
               WHERE lokal_id = :t-new-lokal-id
               AND booking_date = :t-new-date
               AND booking_id <> :t-booking-id
               AND booking_status NOT IN ('R', 'C')
               AND student_booking = 'N'
               AND (booking_starttime = ''
                    OR (booking_starttime < :t-new-endtime
                        AND booking_endtime
                            > :t-new-starttime))
           END-EXEC

           EVALUATE TRUE
               WHEN t-new-lokal-id = t-old-lokal-id
                AND t-new-date = t-old-date
                AND t-new-starttime = t-old-starttime
                AND t-new-endtime = t-old-endtime
                   MOVE 'Ingen ändring angiven' TO wc-printscr-string
               WHEN t-new-starttime = SPACE
                 OR t-new-endtime = SPACE
                 OR t-new-starttime >= t-new-endtime
                   MOVE 'Ogiltigt tidsintervall'
                        TO wc-printscr-string
               WHEN t-bokningsbar NOT = 'Y'
                   MOVE 'Lokalen kan ej bokas' TO wc-printscr-string
               WHEN t-participant-count > t-maxdeltagare
                   MOVE 'Lokalen rymmer ej så många'
                        TO wc-printscr-string
               WHEN wn-outage-cnt > ZERO
                   MOVE 'Lokalen är avstängd i tiden'
                        TO wc-printscr-string
                   DISPLAY '<p>Orsak: '
                           FUNCTION TRIM(t-outage-reason) '</p>'
               WHEN wn-overlap-cnt > ZERO
                   MOVE 'Lokalen är upptagen i tiden'
                        TO wc-printscr-string
               WHEN OTHER
                   SET is-move-allowed TO TRUE
           END-EVALUATE

           IF NOT is-move-allowed
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-save-move.

           *> logged before the update, while the row still
           *> holds the old room and time
           PERFORM B0225-log-booking-change

           EXEC SQL
               UPDATE tbl_room_booking
               SET lokal_id = :t-new-lokal-id,
                   booking_date = :t-new-date,
                   booking_starttime = :t-new-starttime,
                   booking_endtime = :t-new-endtime
               WHERE booking_id = :t-booking-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0227-bump-student-bookings
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Lektionen flyttad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0225-log-booking-change.

           *> an approved lesson still ahead, for a course with
           *> students enrolled, is logged so they and the
           *> teachers hear of it - see booking-change-notify
           EXEC SQL
               INSERT INTO tbl_booking_change
               (change_id, booking_id, course_id, change_type,
                old_date, old_lokal_id, old_starttime,
                old_endtime, new_date, new_lokal_id,
                new_starttime, new_endtime, changed_by)
               SELECT nextval('tbl_booking_change_change_id_seq'),
                      b.booking_id, b.course_id, 'M',
                      b.booking_date, b.lokal_id,
                      b.booking_starttime, b.booking_endtime,
                      :t-new-date, :t-new-lokal-id,
                      :t-new-starttime, :t-new-endtime,
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
       B0227-bump-student-bookings.

           *> staff take priority over a student's group-room
           *> booking on the same slot
           MOVE t-new-lokal-id TO wn-bump-lokal-id
           MOVE t-new-date TO wc-bump-date
           MOVE t-new-starttime TO wc-bump-starttime
           MOVE t-new-endtime TO wc-bump-endtime

           COPY bump-student-bookings.

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-move-booking' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'booking_id=' t-booking-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'lokal_id=' t-old-lokal-id
                  ' datum=' t-old-date
                  ' ' t-old-starttime '-' t-old-endtime
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'lokal_id=' t-new-lokal-id
                  ' datum=' t-new-date
                  ' ' t-new-starttime '-' t-new-endtime
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       Z0200-disconnect.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       *> END PROGRAM
