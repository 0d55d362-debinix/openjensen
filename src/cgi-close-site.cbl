       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Close one site (ort_id) - or every site -
       *>          for a day or a date range: every approved or
       *>          pending tbl_room_booking in it is marked
       *>          cancelled (booking_status 'C', with the
       *>          closure_id) instead of deleted, so the series
       *>          stay intact, and every enrolled student, their
       *>          guardians and the teachers get one
       *>          tbl_notification each in category 'bookings'.
       *>          Group-room bookings and room hires at the site
       *>          are cancelled too; the booking student is
       *>          notified and the hire customer mailed.
       *>          attendance-compliance and booking-noshow-release
       *>          pass cancelled bookings by. Shows what would be
       *>          cancelled until action=close is posted.
       *>          Recorded in tbl_site_closure and tbl_audit.
       *>          Guarded by 'site-closure'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Cancel group-room bookings and hires as well.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-close-site.
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
            03  is-close-wanted-switch         PIC X   VALUE 'N'.
                88  is-close-wanted                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Stäng skolan'.

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

       *> validated through is-valid-date before insert
       01  wc-chk-date              PIC  X(10) VALUE SPACE.

       *> the closure wording - see copy/fill-template.cpy
       COPY template-vars.

       01  wc-default-message       PIC  X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  closure-rec-vars.
             05  t-closure-id           PIC  9(9)  VALUE ZERO.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-fromdate             PIC  X(10) VALUE SPACE.
             05  t-todate               PIC  X(10) VALUE SPACE.
             05  t-closure-reason       PIC  X(80) VALUE SPACE.
             05  t-booking-cnt          PIC  9(6)  VALUE ZERO.
             05  t-course-cnt           PIC  9(6)  VALUE ZERO.
             05  t-notified-cnt         PIC  9(6)  VALUE ZERO.
             05  t-hire-mail-cnt        PIC  9(6)  VALUE ZERO.
       01  recipient-rec-vars.
             05  t-recipient-user-id    PIC  9(9)  VALUE ZERO.
             05  t-recipient-lang       PIC  X(2)  VALUE SPACE.
             05  t-recipient-sess-cnt   PIC  9(5)  VALUE ZERO.
       01  t-notif-id                  PIC  9(9)  VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
                        PERFORM B0200-close-site
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
               PERFORM A0110-init-close-action
           END-IF

           .

       *>**************************************************
       A0110-init-close-action.

           SET is-valid-init TO TRUE

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which site - blank or 0 closes every site
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           *> the first closed day (required, YYYY-MM-DD)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'from_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO wc-chk-date
           CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
           IF wn-rtn-code = ZERO
               MOVE wc-chk-date TO t-fromdate
           ELSE
               MOVE 'N' TO is-valid-init-switch
           END-IF

           *> the last closed day - blank for a single day
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'to_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               MOVE t-fromdate TO t-todate
           ELSE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-todate
               ELSE
                   MOVE 'N' TO is-valid-init-switch
               END-IF
           END-IF

           IF is-valid-init AND t-fromdate > t-todate
               MOVE 'N' TO is-valid-init-switch
           END-IF

           *> why - goes out to everyone (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'closure_reason' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value TO t-closure-reason
           END-IF

           *> preview is the default - close only on request
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF FUNCTION TRIM(wc-post-value) = 'close'
               SET is-close-wanted TO TRUE
           END-IF

           IF NOT is-valid-init
               MOVE 'Ogiltig stängning' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
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

           MOVE 'site-closure' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-close-site.

           PERFORM B0210-count-affected

           IF is-close-wanted
               PERFORM B0220-insert-closure
           ELSE
               DISPLAY '<p>' t-booking-cnt ' bokningar i '
                       t-course-cnt ' kurser ställs in '
                       t-fromdate '-' t-todate '.</p>'
               DISPLAY '<p>Posta action=close för att stänga.</p>'
           END-IF

           .

       *>**************************************************
       B0210-count-affected.

           *> the site is the room's - a room without a site
           *> goes by its course's. Group-room bookings and hires
           *> have no course and go by the room alone
           EXEC SQL
               SELECT CAST(COUNT(*) AS INTEGER),
                      CAST(COUNT(DISTINCT NULLIF(b.course_id, 0))
                           AS INTEGER)
               INTO :t-booking-cnt, :t-course-cnt
               FROM tbl_room_booking b
               INNER JOIN T_JLOKAL l
                   ON l.Lokal_id = b.lokal_id
               LEFT JOIN tbl_course c
                   ON c.course_id = b.course_id
               WHERE b.booking_status IN ('A', 'P')
               AND b.booking_date >= :t-fromdate
               AND b.booking_date <= :t-todate
               AND (:t-ort-id = 0
                    OR l.ort_id = :t-ort-id
                    OR (l.ort_id = 0
                        AND COALESCE(c.ort_id, 0) = :t-ort-id))
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0220-insert-closure.

           EXEC SQL
               SELECT
                 nextval('tbl_site_closure_closure_id_seq')
               INTO :t-closure-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_site_closure
               (closure_id, ort_id, closure_fromdate,
                closure_todate, closure_reason, closed_by,
                booking_cnt)
               VALUES (:t-closure-id, :t-ort-id, :t-fromdate,
                       :t-todate, :t-closure-reason,
                       :wn-requesting-user-id, :t-booking-cnt)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-cancel-bookings
           END-IF

           .

       *>**************************************************
       B0230-cancel-bookings.

           *> one change event per booking about to be cancelled,
           *> picked out the same way as the update below
           EXEC SQL
               INSERT INTO tbl_change_event
               (event_id, event_kind, event_action, event_key,
                user_id, changed_by)
               SELECT nextval('tbl_change_event_event_id_seq'),
                      'booking', 'CANCEL',
                      'booking_id=' || LPAD(CAST(b.booking_id AS TEXT),
                                            9, '0'),
                      0, :wn-requesting-user-id
               FROM tbl_room_booking b
               INNER JOIN T_JLOKAL l
                   ON l.Lokal_id = b.lokal_id
               LEFT JOIN tbl_course c
                   ON c.course_id = b.course_id
               WHERE b.booking_status IN ('A', 'P')
               AND b.booking_date >= :t-fromdate
               AND b.booking_date <= :t-todate
               AND (:t-ort-id = 0
                    OR l.ort_id = :t-ort-id
                    OR (l.ort_id = 0
                        AND COALESCE(c.ort_id, 0) = :t-ort-id))
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           *> cancelled, not deleted - the series and the
           *> occurrence rows stay, marked with the closure
           EXEC SQL
               UPDATE tbl_room_booking
               SET booking_status = 'C',
                   closure_id = :t-closure-id
               WHERE booking_id IN
                   (SELECT b.booking_id
                    FROM tbl_room_booking b
                    INNER JOIN T_JLOKAL l
                        ON l.Lokal_id = b.lokal_id
                    LEFT JOIN tbl_course c
                        ON c.course_id = b.course_id
                    WHERE b.booking_status IN ('A', 'P')
                    AND b.booking_date >= :t-fromdate
                    AND b.booking_date <= :t-todate
                    AND (:t-ort-id = 0
                         OR l.ort_id = :t-ort-id
                         OR (l.ort_id = 0
                             AND COALESCE(c.ort_id, 0) = :t-ort-id)))
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0240-notify-recipients
                PERFORM B0260-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Stängningen är registrerad'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>' t-booking-cnt ' bokningar inställda, '
                        t-notified-cnt ' personer underrättade</p>'
           END-IF

           .

       *>**************************************************
       B0240-notify-recipients.

           *> one notification per person however many of their
           *> lessons are cancelled - the enrolled students, their
           *> guardians, the courses' teachers and the students
           *> whose group-room bookings are cancelled
           EXEC SQL
               DECLARE cursclosure CURSOR FOR
               SELECT u.user_id, u.user_language,
                      CAST(COUNT(DISTINCT r.booking_id) AS INTEGER)
               FROM (SELECT e.user_id, b.booking_id
                     FROM tbl_room_booking b
                     INNER JOIN tbl_enrollment e
                         ON e.course_id = b.course_id
                     WHERE b.closure_id = :t-closure-id
                     UNION
                     SELECT g.guardian_user_id, b.booking_id
                     FROM tbl_room_booking b
                     INNER JOIN tbl_enrollment e
                         ON e.course_id = b.course_id
                     INNER JOIN tbl_guardian_student g
                         ON g.student_user_id = e.user_id
                     WHERE b.closure_id = :t-closure-id
                     UNION
                     SELECT ct.teacher_user_id, b.booking_id
                     FROM tbl_room_booking b
                     INNER JOIN tbl_course_teacher ct
                         ON ct.course_id = b.course_id
                     WHERE b.closure_id = :t-closure-id
                     UNION
                     SELECT b.booked_by, b.booking_id
                     FROM tbl_room_booking b
                     WHERE b.closure_id = :t-closure-id
                     AND b.student_booking = 'Y') r
               INNER JOIN tbl_user u
                   ON u.user_id = r.user_id
               WHERE u.user_active = 'Y'
               GROUP BY u.user_id, u.user_language
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               OPEN cursclosure
           END-EXEC

           EXEC SQL
               FETCH cursclosure INTO :t-recipient-user-id,
                                      :t-recipient-lang,
                                      :t-recipient-sess-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0250-write-notification

               EXEC SQL
                   FETCH cursclosure INTO :t-recipient-user-id,
                                          :t-recipient-lang,
                                          :t-recipient-sess-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursclosure
           END-EXEC

           PERFORM B0245-mail-hire-customers

           EXEC SQL
               UPDATE tbl_site_closure
               SET notified_cnt = :t-notified-cnt
               WHERE closure_id = :t-closure-id
           END-EXEC

           .

       *>**************************************************
       B0245-mail-hire-customers.

           *> a hirer has no login - one mail per customer whose
           *> hires are cancelled, to the contact address. The
           *> cancelled hires are not invoiced (hire-invoice-run
           *> takes status A only)
           EXEC SQL
               INSERT INTO tbl_mail_spool
               (mail_id, recipient_email, mail_subject, mail_body)
               SELECT nextval('tbl_mail_spool_mail_id_seq'),
                      h.contact_email,
                      'Inställd lokalhyra',
                      CAST('Stängt ' || :t-fromdate || '-'
                           || :t-todate || ': '
                           || TRIM(:t-closure-reason) || ' - '
                           || h.hire_cnt
                           || ' bokningar inställda'
                           AS VARCHAR(240))
               FROM (SELECT k.contact_email,
                            COUNT(*) AS hire_cnt
                     FROM tbl_room_booking b
                     INNER JOIN tbl_hire_customer k
                         ON k.customer_id = b.hire_customer_id
                     WHERE b.closure_id = :t-closure-id
                     AND b.hire_customer_id > 0
                     AND k.contact_email <> ''
                     GROUP BY k.customer_id, k.contact_email) h
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    SELECT CAST(COUNT(DISTINCT k.customer_id)
                                AS INTEGER)
                    INTO :t-hire-mail-cnt
                    FROM tbl_room_booking b
                    INNER JOIN tbl_hire_customer k
                        ON k.customer_id = b.hire_customer_id
                    WHERE b.closure_id = :t-closure-id
                    AND b.hire_customer_id > 0
                    AND k.contact_email <> ''
                END-EXEC
                ADD t-hire-mail-cnt TO t-notified-cnt
           END-IF

           .

       *>**************************************************
       B0250-write-notification.

           MOVE 'site-closure' TO wc-tpl-key
           MOVE t-recipient-lang TO wc-tpl-lang
           MOVE t-fromdate TO wc-tpl-date
           MOVE t-todate TO wc-tpl-code
           MOVE t-closure-reason TO wc-tpl-text
           MOVE t-recipient-sess-cnt TO wn-tpl-count

           COPY fill-template.

           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-body TO t-notif-message
           ELSE
               MOVE SPACE TO wc-default-message
               STRING 'Stängt ' t-fromdate '-' t-todate ': '
                      FUNCTION TRIM(t-closure-reason)
                      DELIMITED BY SIZE INTO wc-default-message
               END-STRING
               MOVE wc-default-message TO t-notif-message
           END-IF

           EXEC SQL
               SELECT
                 nextval('tbl_notification_notification_id_seq')
               INTO :t-notif-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category,
                template_key, template_version)
               VALUES (:t-notif-id, :t-recipient-user-id,
                       :t-notif-message, 'bookings',
                       :wc-tpl-key, :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO t-notified-cnt
           END-IF

           .

       *>**************************************************
       B0260-write-audit-row.

           MOVE 'cgi-close-site' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'closure_id=' t-closure-id
                  ' ort_id=' t-ort-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING t-fromdate '..' t-todate
                  ' bookings=' t-booking-cnt ' '
                  FUNCTION TRIM(t-closure-reason)
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

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
