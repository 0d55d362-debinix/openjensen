       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Tell the students and teachers of a course
       *>          that a lesson of theirs was moved, cancelled
       *>          or lost its room. cgi-move-booking,
       *>          cgi-remove-booking, cgi-remove-booking-series
       *>          and cgi-add-room-outage log every such change
       *>          in tbl_booking_change; this run collects them
       *>          per course and lesson day - once the last one
       *>          is CHANGE_SETTLE_MIN minutes old (default
       *>          10), so a burst of edits becomes one message -
       *>          and writes one tbl_notification per enrolled
       *>          student and teacher, category 'bookings'
       *>          (template 'booking-change'), old and new room
       *>          and time in the text. Each person's delivery
       *>          preference then applies through
       *>          notification-digest. Meant to run from cron a
       *>          few times an hour.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Settle time from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. booking-change-notify.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  change-rec-vars.
             05  t-course-id           PIC  9(9).
             05  t-old-date            PIC  X(10).
             05  t-course-name         PIC  X(40).
             05  t-change-text-sv      PIC  X(200).
             05  t-change-text-en      PIC  X(200).
             05  t-recipient-user-id   PIC  9(9).
             05  t-recipient-lang      PIC  X(2).
       01  wn-settle-min              PIC  9(3) VALUE 10.
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the change wording - see copy/fill-template.cpy
       COPY template-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-settle-env            PIC X(4)  VALUE SPACE.
       01  wc-default-message       PIC X(80) VALUE SPACE.

       *> per-run counters - a new course and day starts a group
       01  wc-prev-group            PIC X(19) VALUE SPACE.
       01  wc-this-group            PIC X(19) VALUE SPACE.
       01  wn-group-cnt             PIC 9(5)  VALUE ZERO.
       01  wn-notified-cnt          PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** booking-change-notify: started ***'

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-claim-settled-changes
               IF NOT is-sql-error
                   PERFORM B0300-notify-changes
               END-IF
               IF NOT is-sql-error
                   PERFORM B0400-mark-notified
               END-IF
               PERFORM B0900-commit-work
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** booking-change-notify: '
                   wn-group-cnt ' changed days, '
                   wn-notified-cnt ' notified ***'

           *> batch-window judges this step by its exit code
           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
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
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> how long the last change of a course's day must
           *> have rested before the day is reported
           MOVE 'CHANGE_SETTLE_MIN' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-settle-env
           IF wc-settle-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-settle-env)
                    TO wn-settle-min
           END-IF

           .

       *>**************************************************
       B0200-claim-settled-changes.

           *> a course's day is taken whole once nothing has
           *> been added to it for the settle time; W holds it
           *> for this run - a failed run rolls back to N
           EXEC SQL
               UPDATE tbl_booking_change
               SET notified = 'W'
               WHERE notified = 'N'
               AND (course_id, old_date) IN
                   (SELECT course_id, old_date
                    FROM tbl_booking_change
                    WHERE notified = 'N'
                    GROUP BY course_id, old_date
                    HAVING MAX(changed_date)
                           <= CURRENT_TIMESTAMP
                              - :wn-settle-min * INTERVAL '1 minute')
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0300-notify-changes.

           *> one row per course, day and recipient - the
           *> enrolled students and the course's teachers - with
           *> the day's changes in start-time order, e.g.
           *> 10:00 A101 -> 13:00 B202; 14:00 A101 inställd
           EXEC SQL
               DECLARE curschange CURSOR FOR
               SELECT x.course_id, x.old_date, c.course_name,
                      x.change_text_sv, x.change_text_en,
                      u.user_id, u.user_language
               FROM (SELECT g.course_id, g.old_date,
                            LEFT(STRING_AGG(
                              g.old_starttime || ' '
                              || COALESCE(TRIM(ol.Lokalnamn), '')
                              || CASE g.change_type
                                 WHEN 'C' THEN ' inställd'
                                 WHEN 'O' THEN ' avstängd'
                                 ELSE ' -> '
                                   || CASE WHEN g.new_date
                                                <> g.old_date
                                      THEN g.new_date || ' '
                                      ELSE '' END
                                   || g.new_starttime || ' '
                                   || COALESCE(TRIM(nl.Lokalnamn),
                                               '')
                                 END,
                              '; ' ORDER BY g.old_starttime,
                                            g.change_id), 200),
                            LEFT(STRING_AGG(
                              g.old_starttime || ' '
                              || COALESCE(TRIM(ol.Lokalnamn), '')
                              || CASE g.change_type
                                 WHEN 'C' THEN ' cancelled'
                                 WHEN 'O' THEN ' out of service'
                                 ELSE ' -> '
                                   || CASE WHEN g.new_date
                                                <> g.old_date
                                      THEN g.new_date || ' '
                                      ELSE '' END
                                   || g.new_starttime || ' '
                                   || COALESCE(TRIM(nl.Lokalnamn),
                                               '')
                                 END,
                              '; ' ORDER BY g.old_starttime,
                                            g.change_id), 200)
                     FROM tbl_booking_change g
                     LEFT JOIN T_JLOKAL ol
                         ON ol.Lokal_id = g.old_lokal_id
                     LEFT JOIN T_JLOKAL nl
                         ON nl.Lokal_id = g.new_lokal_id
                     WHERE g.notified = 'W'
                     GROUP BY g.course_id, g.old_date)
                    AS x (course_id, old_date,
                          change_text_sv, change_text_en)
               INNER JOIN tbl_course c
                   ON c.course_id = x.course_id
               INNER JOIN
                   (SELECT e.user_id, e.course_id
                    FROM tbl_enrollment e
                    UNION
                    SELECT ct.teacher_user_id, ct.course_id
                    FROM tbl_course_teacher ct) r
                   ON r.course_id = x.course_id
               INNER JOIN tbl_user u
                   ON u.user_id = r.user_id
               WHERE u.user_active = 'Y'
               ORDER BY x.course_id, x.old_date, u.user_id
           END-EXEC

           EXEC SQL
               OPEN curschange
           END-EXEC

           EXEC SQL
               FETCH curschange INTO :t-course-id,
                                     :t-old-date,
                                     :t-course-name,
                                     :t-change-text-sv,
                                     :t-change-text-en,
                                     :t-recipient-user-id,
                                     :t-recipient-lang
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-notify-one-recipient

               EXEC SQL
                   FETCH curschange INTO :t-course-id,
                                         :t-old-date,
                                         :t-course-name,
                                         :t-change-text-sv,
                                         :t-change-text-en,
                                         :t-recipient-user-id,
                                         :t-recipient-lang
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curschange
           END-EXEC

           .

       *>**************************************************
       B0310-notify-one-recipient.

           MOVE SPACE TO wc-this-group
           STRING t-course-id t-old-date
                  DELIMITED BY SIZE INTO wc-this-group
           END-STRING
           IF wc-this-group NOT = wc-prev-group
               ADD 1 TO wn-group-cnt
               MOVE wc-this-group TO wc-prev-group
           END-IF

           MOVE 'booking-change' TO wc-tpl-key
           MOVE t-recipient-lang TO wc-tpl-lang
           MOVE t-course-name TO wc-tpl-course
           MOVE t-old-date TO wc-tpl-date
           IF t-recipient-lang = 'en'
               MOVE t-change-text-en TO wc-tpl-text
           ELSE
               MOVE t-change-text-sv TO wc-tpl-text
           END-IF

           COPY fill-template.

           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-body TO t-notif-message
           ELSE
               MOVE SPACE TO wc-default-message
               STRING 'Schemaändring '
                      FUNCTION TRIM(t-course-name) ' '
                      t-old-date ': '
                      FUNCTION TRIM(wc-tpl-text)
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
                ADD 1 TO wn-notified-cnt
           END-IF

           .

       *>**************************************************
       B0400-mark-notified.

           EXEC SQL
               UPDATE tbl_booking_change
               SET notified = 'Y',
                   notified_date = CURRENT_TIMESTAMP
               WHERE notified = 'W'
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       Z0100-error-routine.

           SET is-sql-error TO TRUE

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
