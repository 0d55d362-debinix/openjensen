       *>          the same message
       *>          whether or not the username exists, so the
       *>          form cannot be used to probe for accounts.
       *>          cgi-reset-password consumes the token. The
       *>          mail is worded by the password-reset template
       *>          in the user's language (fill-template.cpy).
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Mail text from the message templates.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-request-password-reset.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  reset-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-username       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
             05  t-user-language       PIC  X(2)  VALUE 'sv'.
       01  t-reset-token              PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  t-mail-body                PIC  X(240) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the mail wording - see copy/fill-template.cpy
       COPY template-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
           MOVE wc-reset-username TO t-user-username

           EXEC SQL
               SELECT user_id, user_email, user_language
               INTO :t-user-id, :t-user-email, :t-user-language
               FROM tbl_user
               WHERE UPPER(user_username) =
                     UPPER(:t-user-username)
                  DELIMITED BY SIZE INTO t-mail-body
           END-STRING

           MOVE 'password-reset' TO wc-tpl-key
           MOVE t-user-language TO wc-tpl-lang
           MOVE t-reset-token TO wc-tpl-code
           COPY fill-template.
           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-subject TO t-mail-subject
               MOVE wc-tpl-body TO t-mail-body
           END-IF

           EXEC SQL
               INSERT INTO tbl_mail_spool
               (mail_id, recipient_email, mail_subject,
                mail_body, template_key, template_version)
               VALUES (:t-mail-id, :t-user-email,
                       :t-mail-subject, :t-mail-body,
                       :wc-tpl-key, :wn-tpl-version)
           END-EXEC

           IF  sqlcode NOT = zero
