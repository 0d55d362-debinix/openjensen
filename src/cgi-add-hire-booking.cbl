       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Book a room for an external hirer -
       *>          customer_id, lokal_id, booking_date,
       *>          start_time, end_time and participant_count -
       *>          into tbl_room_booking itself (course_id 0,
       *>          hire_customer_id set), so hires and lessons
       *>          share one calendar under the slot, outage and
       *>          approval rules of cgi-add-booking. The hour
       *>          price of the room's Lokaltyp on the date
       *>          (tbl_hire_price) and the amount are fixed in
       *>          tbl_hire_booking for hire-invoice-run. Takes
       *>          the slot over from student bookings. Recorded
       *>          in tbl_audit. Guarded by 'room-hire'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Lessons cancelled by a closure free the slot.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-hire-booking.
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
            03  is-customer-found-switch       PIC X   VALUE 'N'.
                88  is-customer-found                  VALUE 'Y'.
            03  is-room-found-switch           PIC X   VALUE 'N'.
                88  is-room-found                      VALUE 'Y'.
            03  is-price-found-switch          PIC X   VALUE 'N'.
                88  is-price-found                     VALUE 'Y'.
            03  is-booking-allowed-switch      PIC X   VALUE 'N'.
                88  is-booking-allowed                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Uthyrning'.

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
       01  hire-booking-rec-vars.
             05  t-booking-id           PIC  9(9)  VALUE ZERO.
             05  t-customer-id          PIC  9(9)  VALUE ZERO.
             05  t-lokal-id             PIC  9(4)  VALUE ZERO.
             05  t-booking-date         PIC  X(10) VALUE SPACE.
             05  t-participant-count    PIC  9(4)  VALUE 1.
             05  t-booking-starttime    PIC  X(5)  VALUE SPACE.
             05  t-booking-endtime      PIC  X(5)  VALUE SPACE.
             05  t-booking-status       PIC  X(1)  VALUE 'A'.
             05  t-maxdeltagare         PIC  9(4)  VALUE ZERO.
             05  t-bokningsbar          PIC  X(1)  VALUE SPACE.
             05  t-godkannandekrav      PIC  X(1)  VALUE SPACE.
             05  t-lokaltyp             PIC  X(20) VALUE SPACE.
             05  t-customer-name        PIC  X(40) VALUE SPACE.
             05  t-customer-active      PIC  X(1)  VALUE SPACE.
             05  t-today-date           PIC  X(10) VALUE SPACE.
             05  t-hour-price           PIC  9(7)  VALUE ZERO.
             05  t-hire-minutes         PIC  9(4)  VALUE ZERO.
             05  t-hire-amount          PIC  9(9)  VALUE ZERO.
       01  wn-outage-cnt               PIC  9(4)  VALUE ZERO.
       01  wn-overlap-cnt              PIC  9(4)  VALUE ZERO.
       01  t-outage-reason             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the slot in minutes from midnight
       01  wn-start-min                PIC  9(4)  VALUE ZERO.
       01  wn-end-min                  PIC  9(4)  VALUE ZERO.
       01  wn-slot-min                 PIC  9(4)  VALUE ZERO.

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
                        PERFORM B0200-add-hire-booking
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

           *> the hirer, from tbl_hire_customer (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-customer-id
           END-IF

           *> which room (required)
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

           *> start and end of the hire, HH:MM (required)
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

           *> how many are coming (optional, default 1)
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
               WHEN t-customer-id = ZERO
                   MOVE 'Saknar en angiven kund' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
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

           MOVE 'room-hire' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-hire-booking.

           PERFORM B0205-get-customer
           PERFORM B0210-get-room
           PERFORM B0215-get-price
           PERFORM B0220-check-slot

           *> the room rules are those of cgi-add-booking - the
           *> hire lands in the same calendar as the lessons
           EVALUATE TRUE
               WHEN NOT is-customer-found
                   MOVE 'Okänd kund' TO wc-printscr-string
               WHEN t-customer-active NOT = 'Y'
                   MOVE 'Kunden är avslutad' TO wc-printscr-string
               WHEN NOT is-room-found
                   MOVE 'Okänd lokal' TO wc-printscr-string
               WHEN t-bokningsbar NOT = 'Y'
                   MOVE 'Lokalen kan ej bokas' TO wc-printscr-string
               WHEN t-participant-count > t-maxdeltagare
                   MOVE 'Lokalen rymmer ej så många'
                        TO wc-printscr-string
               WHEN t-booking-date < t-today-date
                   MOVE 'Datumet har passerat' TO wc-printscr-string
               WHEN NOT is-price-found
                   MOVE 'Hyrespris saknas för lokaltypen'
                        TO wc-printscr-string
                   DISPLAY '<p>Lokaltyp: '
                           FUNCTION TRIM(t-lokaltyp) '</p>'
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
       B0205-get-customer.

           EXEC SQL
               SELECT customer_name, customer_active,
                      TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
               INTO :t-customer-name, :t-customer-active,
                    :t-today-date
               FROM tbl_hire_customer
               WHERE customer_id = :t-customer-id
           END-EXEC

           IF  sqlcode = zero
                SET is-customer-found TO TRUE
           END-IF

           .

       *>**************************************************
       B0210-get-room.

           EXEC SQL
               SELECT Maxdeltagare, Bokningsbar, Godkannandekrav,
                      Lokaltyp
               INTO :t-maxdeltagare, :t-bokningsbar,
                    :t-godkannandekrav, :t-lokaltyp
               FROM T_JLOKAL
               WHERE Lokal_id = :t-lokal-id
           END-EXEC

           IF  sqlcode = zero
                SET is-room-found TO TRUE
                *> an approval-required room starts pending, as
                *> any other booking of it does
                IF  t-godkannandekrav = 'Y'
                     MOVE 'P' TO t-booking-status
                END-IF
           END-IF

           .

       *>**************************************************
       B0215-get-price.

           *> the latest price for the room type on or before
           *> the date of the hire
           EXEC SQL
               SELECT hour_price
               INTO :t-hour-price
               FROM tbl_hire_price
               WHERE room_type = :t-lokaltyp
               AND price_from <= :t-booking-date
               ORDER BY price_from DESC
               LIMIT 1
           END-EXEC

           IF  sqlcode = zero
                SET is-price-found TO TRUE
                MOVE wn-slot-min TO t-hire-minutes
                COMPUTE t-hire-amount ROUNDED =
                    t-hour-price * t-hire-minutes / 60
           END-IF

           .

       *>**************************************************
       B0220-check-slot.

           *> the same out-of-service and overlap rules as
           *> cgi-add-booking - a student's group-room booking
           *> gives way
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
               AND booking_status NOT IN ('R', 'C')
               AND student_booking = 'N'
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

           *> no course - the hirer is the customer, and the
           *> price and amount are fixed here for the invoice
           EXEC SQL
               INSERT INTO tbl_room_booking
               (booking_id, lokal_id, course_id, booking_date,
                participant_count, booking_starttime,
                booking_endtime, booking_status, booked_by,
                hire_customer_id)
               VALUES (:t-booking-id, :t-lokal-id, 0,
                       :t-booking-date, :t-participant-count,
                       :t-booking-starttime, :t-booking-endtime,
                       :t-booking-status, :wn-requesting-user-id,
                       :t-customer-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    INSERT INTO tbl_hire_booking
                    (booking_id, customer_id, hour_price,
                     hire_minutes, hire_amount)
                    VALUES (:t-booking-id, :t-customer-id,
                            :t-hour-price, :t-hire-minutes,
                            :t-hire-amount)
                END-EXEC

                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                ELSE
                     PERFORM B0235-bump-student-bookings
                     PERFORM B0240-write-audit-row
                     PERFORM B0290-commit-work
                     IF t-booking-status = 'P'
                         MOVE 'Bokningen väntar på godkännande'
                             TO wc-printscr-string
                     ELSE
                         MOVE 'Uthyrning bokad' TO wc-printscr-string
                     END-IF
                     CALL 'ok-printscr' USING wc-printscr-string
                     DISPLAY '<p>Boknings id: ' t-booking-id
                             ' - ' t-hire-amount ' kr</p>'
                END-IF
           END-IF

           .

       *>**************************************************
       B0235-bump-student-bookings.

           *> staff take priority over a student's group-room
           *> booking on the same slot
           MOVE t-lokal-id TO wn-bump-lokal-id
           MOVE t-booking-date TO wc-bump-date
           MOVE t-booking-starttime TO wc-bump-starttime
           MOVE t-booking-endtime TO wc-bump-endtime

           COPY bump-student-bookings.

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-add-hire-booking' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'booking_id=' t-booking-id
                  ' customer_id=' t-customer-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'lokal_id=' t-lokal-id
                  ' datum=' FUNCTION TRIM(t-booking-date)
                  ' ' t-booking-starttime '-' t-booking-endtime
                  ' pris=' t-hour-price ' belopp=' t-hire-amount
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
