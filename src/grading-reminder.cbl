       *> Author:  Peter Brink
       *> Purpose: Grading-deadline reminders. Sweeps every
       *>          course whose term has a grading deadline
       *>          within REMIND_DAYS days (default 7) and
       *>          still has enrolled students without any
       *>          tbl_grade row (students on studieuppehåll
       *>          do not count), and writes a tbl_notification
       *>          also copied to every Utbildningsledare. Meant
       *>          to be run daily from cron like backup-nightly
       *>          - the cron schedule is what controls how often
       *>          a teacher is nagged. The wording comes from
       *>          the grading-reminder and grading-overdue
       *>          templates in each recipient's language
       *>          (fill-template.cpy).
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Reminder text from the message templates.
       *>       0.3: Reminder days from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. grading-reminder.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  remind-rec-vars.
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-deadline            PIC  X(10).
             05  t-ungraded-cnt        PIC  9(5).
             05  t-teacher-user-id     PIC  9(9).
             05  t-lead-user-id        PIC  9(9).
       01  t-notif-id                 PIC  9(9).
       01  t-notif-message            PIC  X(80).
       01  wc-horizon-date            PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the reminder wording - see copy/fill-template.cpy
       COPY template-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the built-in wording, used without a template
       01  wc-default-message       PIC X(80) VALUE SPACE.

       *> horizon arithmetic
       01  wc-remind-days           PIC X(4)  VALUE SPACE.
       01  wn-remind-days           PIC 9(3)  VALUE 7.
       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           .

       *>**************************************************
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> how close the deadline must be before we nag
           MOVE 'REMIND_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-remind-days
           IF wc-remind-days NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-remind-days)
                    TO wn-remind-days
           END-IF

           *> today plus the warning window, as YYYY-MM-DD
           COMPUTE wn-date-numeric =
               FUNCTION NUMVAL(wc-now(1:8))
           COMPUTE wn-day-integer =
               FUNCTION INTEGER-OF-DATE(wn-date-numeric)
               + wn-remind-days
           COMPUTE wn-date-numeric =
               FUNCTION DATE-OF-INTEGER(wn-day-integer)
           MOVE wn-date-numeric TO wc-date-digits
           STRING wc-date-digits(1:4) '-'
                  wc-date-digits(5:2) '-'
                  wc-date-digits(7:2)
                  DELIMITED BY SIZE INTO wc-horizon-date
           END-STRING

           .

       *>**************************************************
       B0200-sweep-courses.

               SET is-deadline-passed TO TRUE
           END-IF

           MOVE SPACE TO wc-default-message
           IF is-deadline-passed
               MOVE 'grading-overdue' TO wc-tpl-key
               STRING 'Betygsdeadline passerad för '
                      FUNCTION TRIM(t-course-name)
                      ': ' t-ungraded-cnt ' obetygsatta'
                      DELIMITED BY SIZE INTO wc-default-message
               END-STRING
           ELSE
               MOVE 'grading-reminder' TO wc-tpl-key
               STRING 'Betygsdeadline '
                      FUNCTION TRIM(t-deadline) ' för '
                      FUNCTION TRIM(t-course-name)
                      ': ' t-ungraded-cnt ' obetygsatta'
                      DELIMITED BY SIZE INTO wc-default-message
               END-STRING
           END-IF

           MOVE t-course-name TO wc-tpl-course
           MOVE t-deadline TO wc-tpl-date
           MOVE t-ungraded-cnt TO wn-tpl-count

           PERFORM B0220-notify-teachers

           IF is-deadline-passed
       *>**************************************************
       B0240-write-notification.

           *> the text in the recipient's own language
           MOVE 'sv' TO wc-tpl-lang
           EXEC SQL
               SELECT user_language
               INTO :wc-tpl-lang
               FROM tbl_user
               WHERE user_id = :t-lead-user-id
           END-EXEC

           COPY fill-template.

           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-body TO t-notif-message
           ELSE
               MOVE wc-default-message TO t-notif-message
           END-IF

           EXEC SQL
               SELECT
                 nextval('tbl_notification_notification_id_seq')

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category,
                template_key, template_version)
               VALUES (:t-notif-id, :t-lead-user-id,
                       :t-notif-message, 'reminders',
                       :wc-tpl-key, :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero
