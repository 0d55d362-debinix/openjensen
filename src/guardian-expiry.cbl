       *>          student has re-granted consent in
       *>          tbl_guardian_consent
       *>          (cgi-grant-guardian-consent) - and both
       *>          parties are notified. The guardian can no
       *>          longer log in to read that, so the notice
       *>          also goes to the guardian through
       *>          tbl_mail_spool - by mail, or as a letter
       *>          (letter-print) without an e-mail address, in
       *>          the wording of the guardian-expiry template
       *>          (fill-template.cpy). A nightly batch-window
       *>          step.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Guardian notice by mail or letter as well.
       *>       0.3: Notice text from the message templates.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. guardian-expiry.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  expiry-rec-vars.
             05  t-guardian-user-id    PIC  9(9).
             05  t-student-user-id     PIC  9(9).
             05  t-user-pnr            PIC  X(13).
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       01  t-notif-user-id            PIC  9(9) VALUE ZERO.
       01  t-mail-id                  PIC  9(9) VALUE ZERO.
       01  t-guardian-email           PIC  X(40) VALUE SPACE.
       01  t-mail-subject             PIC  X(80) VALUE SPACE.
       01  t-mail-body                PIC  X(240) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the notice wording - see copy/fill-template.cpy
       COPY template-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> birth-date arithmetic on the pnr's YYMMDD
                PERFORM B0230-write-notification
                MOVE t-guardian-user-id TO t-notif-user-id
                PERFORM B0230-write-notification
                PERFORM B0240-spool-guardian-notice
           END-IF

           .

           .

       *>**************************************************
       B0240-spool-guardian-notice.

           MOVE SPACE TO t-guardian-email
           MOVE 'sv' TO wc-tpl-lang
           EXEC SQL
               SELECT COALESCE(user_email, ''), user_language
               INTO :t-guardian-email, :wc-tpl-lang
               FROM tbl_user
               WHERE user_id = :t-guardian-user-id
           END-EXEC

           MOVE 'Vårdnadshavaråtkomst avslutad' TO t-mail-subject
           MOVE SPACE TO t-mail-body
           STRING 'Ditt barn har fyllt 18 år och din åtkomst till'
                  ' barnets uppgifter har därför avslutats. Eleven'
                  ' kan själv ge samtycke till fortsatt åtkomst.'
                  DELIMITED BY SIZE INTO t-mail-body
           END-STRING

           MOVE 'guardian-expiry' TO wc-tpl-key
           COPY fill-template.
           IF wc-tpl-found-flag = 'Y'
               MOVE wc-tpl-subject TO t-mail-subject
               MOVE wc-tpl-body TO t-mail-body
           END-IF

           EXEC SQL
               SELECT nextval('tbl_mail_spool_mail_id_seq')
               INTO :t-mail-id
           END-EXEC

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
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

