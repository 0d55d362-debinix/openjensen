       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: A student books a group room for their
       *>          group - lokal_id, booking_date, start_time,
       *>          end_time and participant_count. Only rooms
       *>          flagged Elevbokningsbar, with the overlap,
       *>          outage and capacity rules of cgi-add-booking.
       *>          The student is held to STUDENT_DAYS_AHEAD
       *>          days ahead (7), STUDENT_MAX_SLOT_MIN minutes a
       *>          slot (120) and STUDENT_WEEK_HOURS hours a week
       *>          (4); STUDENT_NOSHOW_LIMIT no-shows in 30 days
       *>          (3) stop them booking for STUDENT_BAN_DAYS days
       *>          (14) - settings the room's site may set for
       *>          itself. A staff booking
       *>          of the slot later bumps it (booking_status B).
       *>          Recorded in tbl_audit. Guarded by
       *>          'student-booking'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Limits from the settings register, per site.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-student-booking.
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
            03  is-room-found-switch           PIC X   VALUE 'N'.
                88  is-room-found                      VALUE 'Y'.
            03  is-booking-banned-switch       PIC X   VALUE 'N'.
                88  is-booking-banned                  VALUE 'Y'.
            03  is-booking-allowed-switch      PIC X   VALUE 'N'.
                88  is-booking-allowed                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Boka grupprum'.

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
       01  student-booking-rec-vars.
             05  t-booking-id           PIC  9(9)  VALUE ZERO.
             05  t-lokal-id             PIC  9(4)  VALUE ZERO.
             05  t-booking-date         PIC  X(10) VALUE SPACE.
             05  t-participant-count    PIC  9(4)  VALUE 1.
             05  t-booking-starttime    PIC  X(5)  VALUE SPACE.
             05  t-booking-endtime      PIC  X(5)  VALUE SPACE.
             05  t-booking-status       PIC  X(1)  VALUE 'A'.
             05  t-maxdeltagare         PIC  9(4)  VALUE ZERO.
             05  t-bokningsbar          PIC  X(1)  VALUE SPACE.
             05  t-elevbokningsbar      PIC  X(1)  VALUE SPACE.
             05  t-godkannandekrav      PIC  X(1)  VALUE SPACE.
       01  student-limit-vars.
             05  wn-days-ahead          PIC  9(4)  VALUE 7.
             05  wn-ban-days            PIC  9(4)  VALUE 14.
             05  t-today-date           PIC  X(10) VALUE SPACE.
             05  t-last-date            PIC  X(10) VALUE SPACE.
             05  t-ban-until            PIC  X(10) VALUE SPACE.
             05  wn-noshow-cnt          PIC  9(4)  VALUE ZERO.
             05  wn-week-min            PIC  9(6)  VALUE ZERO.
             05  wn-outage-cnt          PIC  9(4)  VALUE ZERO.
             05  wn-overlap-cnt         PIC  9(4)  VALUE ZERO.
             05  t-outage-reason        PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the student limits, from the settings register -
       *> with no value in force the default is kept
       01  wc-limit-env                PIC  X(10) VALUE SPACE.
       01  wn-week-hours               PIC  9(4)  VALUE 4.
       01  wn-max-slot-min             PIC  9(4)  VALUE 120.
       01  wn-noshow-limit             PIC  9(4)  VALUE 3.

       *> the slot in minutes from midnight
       01  wn-start-min                PIC  9(4)  VALUE ZERO.
       01  wn-end-min                  PIC  9(4)  VALUE ZERO.
       01  wn-slot-min                 PIC  9(4)  VALUE ZERO.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

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
                        PERFORM B0200-add-student-booking
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
               PERFORM A0110-init-add-action
           END-IF

           .

       *>**************************************************
       A0110-init-add-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which group room (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'lokal_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-lokal-id
           END-IF

           *> which date, YYYY-MM-DD (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'booking_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-booking-date
           IF t-booking-date NOT = SPACE
               CALL 'is-valid-date' USING wn-rtn-code t-booking-date
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO t-booking-date
               END-IF
           END-IF

           *> start and end of the slot, HH:MM (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'start_time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:5) TO t-booking-starttime

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'end_time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:5) TO t-booking-endtime

           *> how many in the group (optional, default 1)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'participant_count' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-participant-count
           END-IF

           PERFORM A0120-get-slot-minutes

           EVALUATE TRUE
               WHEN t-lokal-id = ZERO
                   MOVE 'Saknar en angiven lokal' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-booking-date = SPACE
                 OR t-booking-date = 'X'
                   MOVE 'Ogiltigt bokningsdatum' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wn-slot-min = ZERO
                   MOVE 'Ogiltigt tidsintervall' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       A0120-get-slot-minutes.

           *> both times HH:MM and running forwards - anything
           *> else leaves the slot at zero minutes
           MOVE ZERO TO wn-slot-min

           IF  t-booking-starttime(1:2) IS NUMERIC
           AND t-booking-starttime(3:1) = ':'
           AND t-booking-starttime(4:2) IS NUMERIC
           AND t-booking-endtime(1:2) IS NUMERIC
           AND t-booking-endtime(3:1) = ':'
           AND t-booking-endtime(4:2) IS NUMERIC
               COMPUTE wn-start-min =
                   FUNCTION NUMVAL(t-booking-starttime(1:2)) * 60
                   + FUNCTION NUMVAL(t-booking-starttime(4:2))
               COMPUTE wn-end-min =
                   FUNCTION NUMVAL(t-booking-endtime(1:2)) * 60
                   + FUNCTION NUMVAL(t-booking-endtime(4:2))
               IF wn-end-min > wn-start-min
                   COMPUTE wn-slot-min = wn-end-min - wn-start-min
               END-IF
           END-IF

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

           MOVE 'student-booking' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-student-booking.

           PERFORM B0205-get-room
           PERFORM B0210-get-limits
           PERFORM B0215-count-noshows
           PERFORM B0220-sum-week-minutes
           PERFORM B0225-check-slot

           *> the room rules are those of a staff booking; the
           *> student is held to the date window, the slot length,
           *> the no-show ban and the weekly hours on top
           EVALUATE TRUE
               WHEN NOT is-room-found
                   MOVE 'Okänd lokal' TO wc-printscr-string
               WHEN t-bokningsbar NOT = 'Y'
                 OR t-elevbokningsbar NOT = 'Y'
                   MOVE 'Lokalen kan ej bokas av elever'
                        TO wc-printscr-string
               WHEN t-participant-count > t-maxdeltagare
                   MOVE 'Lokalen rymmer ej så många'
                        TO wc-printscr-string
               WHEN t-booking-date < t-today-date
                   MOVE 'Datumet har passerat' TO wc-printscr-string
               WHEN t-booking-date > t-last-date
                   MOVE 'Datumet ligger för långt fram'
                        TO wc-printscr-string
                   DISPLAY '<p>Senast: ' t-last-date '</p>'
               WHEN wn-slot-min > wn-max-slot-min
                   MOVE 'Passet är för långt' TO wc-printscr-string
                   DISPLAY '<p>Högst ' wn-max-slot-min
                           ' minuter</p>'
               WHEN is-booking-banned
                   MOVE 'Bokningsrätten är spärrad'
                        TO wc-printscr-string
                   DISPLAY '<p>' wn-noshow-cnt ' uteblivna pass - '
                           'spärrad till och med ' t-ban-until
                           '</p>'
               WHEN wn-week-min + wn-slot-min > wn-week-hours * 60
                   MOVE 'Veckans bokningstimmar är slut'
                        TO wc-printscr-string
                   DISPLAY '<p>Bokat denna vecka: ' wn-week-min
                           ' minuter, högst ' wn-week-hours
                           ' timmar</p>'
               WHEN wn-outage-cnt > ZERO
                   MOVE 'Lokalen är avstängd i tiden'
                        TO wc-printscr-string
                   DISPLAY '<p>Orsak: '
                           FUNCTION TRIM(t-outage-reason) '</p>'
               WHEN wn-overlap-cnt > ZERO
                   MOVE 'Lokalen är upptagen i tiden'
                        TO wc-printscr-string
               WHEN OTHER
                   SET is-booking-allowed TO TRUE
           END-EVALUATE

           IF is-booking-allowed
               PERFORM B0230-add-booking-to-table
           ELSE
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0205-get-room.

           EXEC SQL
               SELECT Maxdeltagare, Bokningsbar, Elevbokningsbar,
                      Godkannandekrav, COALESCE(ort_id, 0)
               INTO :t-maxdeltagare, :t-bokningsbar,
                    :t-elevbokningsbar, :t-godkannandekrav,
                    :wn-setting-ort-id
               FROM T_JLOKAL
               WHERE Lokal_id = :t-lokal-id
           END-EXEC

           IF  sqlcode = zero
                SET is-room-found TO TRUE
                IF  t-godkannandekrav = 'Y'
                     MOVE 'P' TO t-booking-status
                END-IF
           END-IF

           .

       *>**************************************************
       B0210-get-limits.

           *> the limits in force at the room's site - a site
           *> without its own value has the one for all sites
           MOVE 'STUDENT_WEEK_HOURS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-limit-env
           IF wc-limit-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-limit-env) TO wn-week-hours
           END-IF

           MOVE 'STUDENT_DAYS_AHEAD' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-limit-env
           IF wc-limit-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-limit-env) TO wn-days-ahead
           END-IF

           MOVE 'STUDENT_MAX_SLOT_MIN' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-limit-env
           IF wc-limit-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-limit-env)
                    TO wn-max-slot-min
           END-IF

           MOVE 'STUDENT_NOSHOW_LIMIT' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-limit-env
           IF wc-limit-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-limit-env)
                    TO wn-noshow-limit
           END-IF

           MOVE 'STUDENT_BAN_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-limit-env
           IF wc-limit-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-limit-env) TO wn-ban-days
           END-IF

           *> the date window in the database's calendar
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                      TO_CHAR(CURRENT_DATE + :wn-days-ahead,
                              'YYYY-MM-DD')
               INTO :t-today-date, :t-last-date
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0215-count-noshows.

           *> the caller's own bookings released as no-shows by
           *> booking-noshow-release in the last 30 days - at the
           *> limit the right to book is gone until the ban days
           *> have run from the latest one
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(TO_CHAR(MAX(TO_DATE(booking_date,
                                                   'YYYY-MM-DD'))
                                       + :wn-ban-days,
                                       'YYYY-MM-DD'), '')
               INTO :wn-noshow-cnt, :t-ban-until
               FROM tbl_room_booking
               WHERE booked_by = :wn-requesting-user-id
               AND student_booking = 'Y'
               AND checkin_status = 'X'
               AND booking_date
                   >= TO_CHAR(CURRENT_DATE - 30, 'YYYY-MM-DD')
           END-EXEC

           IF  sqlcode = zero
           AND wn-noshow-limit > ZERO
           AND wn-noshow-cnt >= wn-noshow-limit
           AND t-ban-until >= t-today-date
                SET is-booking-banned TO TRUE
           END-IF

           .

       *>**************************************************
       B0220-sum-week-minutes.

           *> what the caller already holds in the same ISO week,
           *> approved or waiting for approval
           EXEC SQL
               SELECT COALESCE(SUM(
                        (CAST(SUBSTR(booking_endtime, 1, 2)
                              AS INTEGER) * 60
                         + CAST(SUBSTR(booking_endtime, 4, 2)
                                AS INTEGER))
                      - (CAST(SUBSTR(booking_starttime, 1, 2)
                              AS INTEGER) * 60
                         + CAST(SUBSTR(booking_starttime, 4, 2)
                                AS INTEGER))), 0)
               INTO :wn-week-min
               FROM tbl_room_booking
               WHERE booked_by = :wn-requesting-user-id
               AND student_booking = 'Y'
               AND booking_status IN ('A', 'P')
               AND TO_CHAR(TO_DATE(booking_date, 'YYYY-MM-DD'),
                           'IYYY-IW')
                   = TO_CHAR(TO_DATE(:t-booking-date, 'YYYY-MM-DD'),
                             'IYYY-IW')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0225-check-slot.

           *> the same out-of-service and overlap rules as a
           *> staff booking - see cgi-add-booking
           MOVE SPACE TO t-outage-reason

           EXEC SQL
               SELECT COUNT(*), MAX(outage_reason)
               INTO :wn-outage-cnt, :t-outage-reason
               FROM tbl_room_outage
               WHERE lokal_id = :t-lokal-id
               AND outage_fromdate <= :t-booking-date
               AND outage_todate >= :t-booking-date
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-overlap-cnt
               FROM tbl_room_booking
               WHERE lokal_id = :t-lokal-id
               AND booking_date = :t-booking-date
               AND booking_status NOT IN ('R', 'C', 'B')
               AND (booking_starttime = ''
                    OR (booking_starttime < :t-booking-endtime
                        AND booking_endtime
                            > :t-booking-starttime))
           END-EXEC

           .

       *>**************************************************
       B0230-add-booking-to-table.

           EXEC SQL
               SELECT nextval('tbl_room_booking_booking_id_seq')
               INTO :t-booking-id
           END-EXEC

           *> no course - the student is the booker, checks in
           *> with cgi-checkin-booking and is released as a
           *> no-show by booking-noshow-release like anyone else
           EXEC SQL
               INSERT INTO tbl_room_booking
               (booking_id, lokal_id, course_id, booking_date,
                participant_count, booking_starttime,
                booking_endtime, booking_status, booked_by,
                student_booking)
               VALUES (:t-booking-id, :t-lokal-id, 0,
                       :t-booking-date, :t-participant-count,
                       :t-booking-starttime, :t-booking-endtime,
                       :t-booking-status, :wn-requesting-user-id,
                       'Y')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0240-write-audit-row
                PERFORM B0290-commit-work
                IF t-booking-status = 'P'
                    MOVE 'Bokningen väntar på godkännande'
                        TO wc-printscr-string
                ELSE
                    MOVE 'Grupprum bokat' TO wc-printscr-string
                END-IF
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Boknings id: ' t-booking-id '</p>'
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-add-student-booking' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'booking_id=' t-booking-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'lokal_id=' t-lokal-id
                  ' datum=' FUNCTION TRIM(t-booking-date)
                  ' ' t-booking-starttime '-' t-booking-endtime
                  ' antal=' t-participant-count
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'ADD' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE wn-requesting-user-id TO t-event-user-id

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
