       *> Author:  Peter Brink
       *> Purpose: Return reminders for equipment loans. A user
       *>          with unreturned items due within
       *>          LOAN_WARN_DAYS days (default 7) - or
       *>          already overdue - gets one mail per day
       *>          through tbl_mail_spool listing how many
       *>          items are due and overdue. Meant to run
       *>          nightly from cron or the batch window,
       *>          before mail-sender. A borrower without an
       *>          e-mail address is still queued, by user id -
       *>          letter-print posts it. The wording is the
       *>          loan-reminder template in the borrower's
       *>          language (fill-template.cpy).
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Queue for borrowers without e-mail too.
       *>       0.3: Reminder text from the message templates.
       *>       0.4: Warning days from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. loan-reminder.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  remind-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-email          PIC  X(40).
             05  t-due-soon-cnt        PIC  9(3).
             05  t-overdue-cnt         PIC  9(3).
             05  t-user-language       PIC  X(2).
             05  t-user-fullname       PIC  X(80).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  wc-horizon-date            PIC  X(10) VALUE SPACE.
       01  t-mail-id                  PIC  9(9) VALUE ZERO.
       01  t-mail-body                PIC  X(240) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the message wording - see copy/fill-template.cpy
       COPY template-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> horizon arithmetic
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

           MOVE 'LOAN_WARN_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-warn-env
           IF wc-warn-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-warn-env)
                    TO wn-warn-days
           END-IF

           *> today plus the warning window, as YYYY-MM-DD
           COMPUTE wn-date-numeric =
               FUNCTION NUMVAL(wc-now(1:8))
           COMPUTE wn-day-integer =
               FUNCTION INTEGER-OF-DATE(wn-date-numeric)
               + wn-warn-days
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
       B0200-sweep-borrowers.

                           AS INTEGER),
                      CAST(COUNT(*) FILTER
                           (WHERE l.due_date < :wc-today-date)
                           AS INTEGER),
                      u.user_language,
                      TRIM(u.user_firstname) || ' '
                      || TRIM(u.user_lastname)
               FROM tbl_equipment_loan l
               INNER JOIN tbl_user u
               ON u.user_id = l.user_id
               WHERE l.returned_date = ''
               AND l.due_date <= :wc-horizon-date
               AND u.user_active = 'Y'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_mail_spool m
                    WHERE (m.recipient_user_id = u.user_id
                           OR (u.user_email <> ''
                               AND m.recipient_email
                                   = u.user_email))
                    AND (m.mail_subject =
                         'Återlämning av lånade saker '
                         || :wc-today-date
                         OR (m.template_key = 'loan-reminder'
                             AND TO_CHAR(m.created_date,
                                         'YYYY-MM-DD')
                                 = :wc-today-date)))
               GROUP BY u.user_id, u.user_email,
                        u.user_language, u.user_firstname,
                        u.user_lastname
               ORDER BY u.user_id
           END-EXEC

               FETCH cursloanrem INTO :t-user-id,
                                      :t-user-email,
                                      :t-due-soon-cnt,
                                      :t-overdue-cnt,
                                      :t-user-language,
                                      :t-user-fullname
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                   FETCH cursloanrem INTO :t-user-id,
                                          :t-user-email,
                                          :t-due-soon-cnt,
                                          :t-overdue-cnt,
                                          :t-user-language,
                                          :t-user-fullname
               END-EXEC

           END-PERFORM
                  DELIMITED BY SIZE INTO t-mail-body
           END-STRING

           MOVE 'loan-reminder' TO wc-tpl-key
           MOVE t-user-language TO wc-tpl-lang
           MOVE t-user-fullname TO wc-tpl-name
           MOVE wc-today-date TO wc-tpl-date
           MOVE t-due-soon-cnt TO wn-tpl-count
           MOVE t-overdue-cnt TO wn-tpl-count2
           COPY fill-template.
           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-subject TO t-mail-subject
               MOVE wc-tpl-body TO t-mail-body
           END-IF

           EXEC SQL
               SELECT nextval('tbl_mail_spool_mail_id_seq')
               INTO :t-mail-id
           EXEC SQL
               INSERT INTO tbl_mail_spool
               (mail_id, recipient_email, mail_subject,
                mail_body, recipient_user_id, template_key,
                template_version)
               VALUES (:t-mail-id, :t-user-email,
                       :t-mail-subject, :t-mail-body,
                       :t-user-id, :wc-tpl-key, :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero
