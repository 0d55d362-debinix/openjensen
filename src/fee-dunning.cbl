       *> Author:  Peter Brink
       *> Purpose: Dunning for overdue material fees. A student
       *>          whose open charges are older than
       *>          DUNNING_DAYS days (default 30) gets one
       *>          reminder mail through tbl_mail_spool with
       *>          the total outstanding - one mail per student
       *>          per run, and never twice the same day. A
       *>          batch-window step. A student without an
       *>          e-mail address is still queued, by user id -
       *>          letter-print posts it. The wording is the
       *>          fee-dunning template in the student's language
       *>          (fill-template.cpy).
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Queue for students without e-mail too.
       *>       0.3: Reminder text from the message templates.
       *>       0.4: Dunning days from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. fee-dunning.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  dunning-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-email          PIC  X(40).
             05  t-overdue-total       PIC  9(7).
             05  t-user-language       PIC  X(2).
             05  t-user-fullname       PIC  X(80).
       01  wn-dunning-days            PIC  9(3) VALUE 30.
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  t-mail-id                  PIC  9(9) VALUE ZERO.
       01  t-mail-body                PIC  X(240) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the message wording - see copy/fill-template.cpy
       COPY template-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-days-env              PIC X(4)  VALUE SPACE.
       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'DUNNING_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-days-env
           IF wc-days-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-days-env)
                    TO wn-dunning-days
           END-IF

           .
           EXEC SQL
               DECLARE cursdunning CURSOR FOR
               SELECT u.user_id, u.user_email,
                      CAST(SUM(ch.charge_amount) AS INTEGER),
                      u.user_language,
                      TRIM(u.user_firstname) || ' '
                      || TRIM(u.user_lastname)
               FROM tbl_charge ch
               INNER JOIN tbl_user u
               ON u.user_id = ch.user_id
                   - CAST(:wn-dunning-days || ' days'
                          AS INTERVAL)
               AND u.user_active = 'Y'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_mail_spool m
                    WHERE (m.recipient_user_id = u.user_id
                           OR (u.user_email <> ''
                               AND m.recipient_email
                                   = u.user_email))
                    AND (m.mail_subject =
                         'Påminnelse materialavgift '
                         || :wc-today-date
                         OR (m.template_key = 'fee-dunning'
                             AND TO_CHAR(m.created_date,
                                         'YYYY-MM-DD')
                                 = :wc-today-date)))
               GROUP BY u.user_id, u.user_email,
                        u.user_language, u.user_firstname,
                        u.user_lastname
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               FETCH cursdunning INTO :t-user-id,
                                      :t-user-email,
                                      :t-overdue-total,
                                      :t-user-language,
                                      :t-user-fullname
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH cursdunning INTO :t-user-id,
                                          :t-user-email,
                                          :t-overdue-total,
                                          :t-user-language,
                                          :t-user-fullname
               END-EXEC

           END-PERFORM
                  DELIMITED BY SIZE INTO t-mail-body
           END-STRING

           MOVE 'fee-dunning' TO wc-tpl-key
           MOVE t-user-language TO wc-tpl-lang
           MOVE t-user-fullname TO wc-tpl-name
           MOVE wc-today-date TO wc-tpl-date
           MOVE t-overdue-total TO wn-tpl-amount
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
