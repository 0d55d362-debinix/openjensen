       *>          summary already spooled for a guardian is
       *>          not spooled again. Run in the evening from
       *>          cron or the batch window, before mail-sender.
       *>          Only unexplained absence counts - an absence
       *>          the guardian reported in advance, or the
       *>          teacher marked valid, is not mailed about.
       *>          A guardian who chose T for the absence
       *>          category (cgi-set-notification-pref) and has
       *>          a number on file gets the summary as a text
       *>          message through tbl_sms_spool instead - run
       *>          before sms-sender too. A guardian without an
       *>          e-mail address is still queued, by user id -
       *>          letter-print posts the summary. The wording
       *>          is the absence-summary template in the
       *>          guardian's language (fill-template.cpy), the
       *>          per-student lines filling its {text}.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Report only invalid (unexplained) absence.
       *>       0.3: Alert by SMS where the guardian chose it.
       *>       0.4: Queue for guardians without e-mail too.
       *>       0.5: Summary text from the message templates.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. guardian-absence-alert.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  alert-rec-vars.
             05  t-guardian-user-id    PIC  9(9).
             05  t-guardian-email      PIC  X(40).
             05  t-guardian-phone      PIC  X(40).
             05  t-guardian-delivery   PIC  X(1).
             05  t-guardian-language   PIC  X(2).
       01  detail-rec-vars.
             05  t-student-firstname   PIC  X(40).
             05  t-student-lastname    PIC  X(40).
       01  t-mail-id                  PIC  9(9) VALUE ZERO.
       01  t-mail-subject             PIC  X(80) VALUE SPACE.
       01  t-mail-body                PIC  X(240) VALUE SPACE.
       01  t-sms-id                   PIC  9(9) VALUE ZERO.
       01  t-sms-body                 PIC  X(160) VALUE SPACE.
       01  t-sms-ort-id               PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the summary wording - see copy/fill-template.cpy
       COPY template-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.

       *> the day's summary is composed per guardian
       01  wc-body-work             PIC X(240) VALUE SPACE.
       01  wn-text-ptr              PIC 9(3)  VALUE 1.

       *> per-run counters
       01  wn-mailed-cnt            PIC 9(4)  VALUE ZERO.
       01  wn-sms-cnt               PIC 9(4)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
           END-IF

           DISPLAY '*** guardian-absence-alert: '
                   wn-mailed-cnt ' mails, ' wn-sms-cnt
                   ' sms queued ***'

           *> batch-window judges this step by its exit code
           IF is-sql-error

           *> every not-opted-out guardian with at least one
           *> linked student marked absent today - and no
           *> summary already spooled for the day, by mail or
           *> by SMS
           EXEC SQL
               DECLARE cursgalert CURSOR FOR
               SELECT DISTINCT u.user_id, u.user_email,
                      COALESCE(u.user_phonenumber, ''),
                      COALESCE(p.delivery, 'M'),
                      u.user_language
               FROM tbl_user u
               INNER JOIN tbl_guardian_student gs
               ON gs.guardian_user_id = u.user_id
               ON a.user_id = gs.student_user_id
               INNER JOIN tbl_attendance_session s
               ON s.session_id = a.session_id
               LEFT JOIN tbl_notification_pref p
               ON p.user_id = u.user_id
               AND p.category = 'absence'
               WHERE u.guardian_absence_optout = 'N'
               AND u.user_active = 'Y'
               AND a.attendance_status = 'A'
               AND a.absence_valid = 'N'
               AND s.session_date = :wc-today-date
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_mail_spool m
                    WHERE (m.recipient_user_id = u.user_id
                           OR (u.user_email <> ''
                               AND m.recipient_email
                                   = u.user_email))
                    AND (m.mail_subject =
                         'Frånvaro ' || :wc-today-date
                         OR (m.template_key = 'absence-summary'
                             AND TO_CHAR(m.created_date,
                                         'YYYY-MM-DD')
                                 = :wc-today-date)))
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_sms_spool m
                    WHERE m.recipient_user_id = u.user_id
                    AND m.sms_category = 'absence'
                    AND TO_CHAR(m.created_date, 'YYYY-MM-DD')
                        = :wc-today-date)
               ORDER BY u.user_id
           END-EXEC


           EXEC SQL
               FETCH cursgalert INTO :t-guardian-user-id,
                                     :t-guardian-email,
                                     :t-guardian-phone,
                                     :t-guardian-delivery,
                                     :t-guardian-language
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               EXEC SQL
                   FETCH cursgalert INTO :t-guardian-user-id,
                                         :t-guardian-email,
                                         :t-guardian-phone,
                                         :t-guardian-delivery,
                                         :t-guardian-language
               END-EXEC

           END-PERFORM
           STRING 'Frånvaro idag ' wc-today-date ':'
                  DELIMITED BY SIZE INTO wc-body-work
           END-STRING
           MOVE SPACE TO wc-tpl-text
           MOVE 1 TO wn-text-ptr

           EXEC SQL
               DECLARE cursgdetail CURSOR FOR
               ON s.session_id = a.session_id
               WHERE gs.guardian_user_id = :t-guardian-user-id
               AND a.attendance_status = 'A'
               AND a.absence_valid = 'N'
               AND s.session_date = :wc-today-date
               GROUP BY u.user_firstname, u.user_lastname
               ORDER BY u.user_lastname
                      ': ' t-absence-cnt ' pass.'
                      DELIMITED BY SIZE INTO wc-body-work
               END-STRING
               STRING ' ' FUNCTION TRIM(t-student-firstname)
                      ' ' FUNCTION TRIM(t-student-lastname)
                      ': ' t-absence-cnt
                      DELIMITED BY SIZE INTO wc-tpl-text
                      WITH POINTER wn-text-ptr
               END-STRING

               EXEC SQL
                   FETCH cursgdetail INTO :t-student-firstname,
               CLOSE cursgdetail
           END-EXEC

           MOVE SPACE TO t-mail-subject
           STRING 'Frånvaro ' wc-today-date
                  DELIMITED BY SIZE INTO t-mail-subject
           END-STRING
           MOVE wc-body-work TO t-mail-body

           MOVE 'absence-summary' TO wc-tpl-key
           MOVE t-guardian-language TO wc-tpl-lang
           MOVE wc-today-date TO wc-tpl-date
           COPY fill-template.
           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-subject TO t-mail-subject
               MOVE wc-tpl-body TO t-mail-body
           END-IF

           IF t-guardian-delivery = 'T'
              AND t-guardian-phone NOT = SPACE
               PERFORM B0230-spool-sms
           ELSE
               PERFORM B0220-spool-mail
           END-IF

           .

       *>**************************************************
       B0220-spool-mail.

           EXEC SQL
               SELECT nextval('tbl_mail_spool_mail_id_seq')
               INTO :t-mail-id
           EXEC SQL
               INSERT INTO tbl_mail_spool
               (mail_id, recipient_email, mail_subject,
                mail_body, recipient_user_id, template_key,
                template_version)
               VALUES (:t-mail-id, :t-guardian-email,
                       :t-mail-subject, :t-mail-body,
                       :t-guardian-user-id, :wc-tpl-key,
                       :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero

           .

       *>**************************************************
       B0230-spool-sms.

           *> the same summary, clipped to one text message; the
           *> cost is counted against the students' site
           MOVE t-mail-body TO t-sms-body

           MOVE ZERO TO t-sms-ort-id
           EXEC SQL
               SELECT COALESCE(MIN(u.ort_id), 0)
               INTO :t-sms-ort-id
               FROM tbl_guardian_student gs
               INNER JOIN tbl_user u
               ON u.user_id = gs.student_user_id
               WHERE gs.guardian_user_id = :t-guardian-user-id
           END-EXEC

           EXEC SQL
               SELECT nextval('tbl_sms_spool_sms_id_seq')
               INTO :t-sms-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_sms_spool
               (sms_id, recipient_user_id, recipient_phone,
                sms_category, ort_id, sms_body, template_key,
                template_version)
               VALUES (:t-sms-id, :t-guardian-user-id,
                       :t-guardian-phone, 'absence',
                       :t-sms-ort-id, :t-sms-body, :wc-tpl-key,
                       :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-sms-cnt
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

