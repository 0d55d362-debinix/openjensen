       *>                into one tbl_mail_spool mail per user.
       *>            M - the frequent cron pass: unmailed rows
       *>                in categories set to M are mailed one
       *>                by one as they appear, and rows in
       *>                categories set to T go one by one to
       *>                the SMS spool (tbl_sms_spool) - or by
       *>                mail when the user has no number.
       *>          Either way notif_mailed flips to Y, so a row
       *>          is never mailed twice. Rows in categories
       *>          set (or defaulted) to in-system only are
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: T (text message) delivery by SMS spool.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. notification-digest.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  digest-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-email          PIC  X(40).
       01  row-rec-vars.
             05  t-notification-id     PIC  9(9).
       01  t-mail-id                  PIC  9(9) VALUE ZERO.
       01  t-mail-subject             PIC  X(80) VALUE SPACE.
       01  t-mail-body                PIC  X(240) VALUE SPACE.
       01  sms-rec-vars.
             05  t-user-phone          PIC  X(40) VALUE SPACE.
             05  t-user-ort-id         PIC  9(9) VALUE ZERO.
             05  t-notif-category      PIC  X(12) VALUE SPACE.
       01  t-sms-id                   PIC  9(9) VALUE ZERO.
       01  t-sms-body                 PIC  X(160) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  wc-body-work             PIC X(240) VALUE SPACE.
       01  wn-bundle-cnt            PIC 9(4)  VALUE ZERO.

       *> per-run counters
       01  wn-mailed-cnt            PIC 9(4)  VALUE ZERO.
       01  wn-sms-cnt               PIC 9(4)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
           IF is-db-connected
               IF is-immediate-mode
                   PERFORM B0300-send-immediate
                   PERFORM B0400-send-sms
               ELSE
                   PERFORM B0200-send-digests
               END-IF
           END-IF

           DISPLAY '*** notification-digest: '
                   wn-mailed-cnt ' mails, ' wn-sms-cnt
                   ' sms queued ***'

           *> batch-window judges this step by its exit code
           IF is-sql-error

           .

       *>**************************************************
       B0400-send-sms.

           *> one text message per unmailed row in a category the
           *> user wants as SMS; without a number on file the row
           *> still goes out, as an immediate mail
           EXEC SQL
               DECLARE curssmsrow CURSOR FOR
               SELECT n.notification_id, n.message, n.category,
                      u.user_id, u.user_email,
                      COALESCE(u.user_phonenumber, ''),
                      COALESCE(u.ort_id, 0)
               FROM tbl_notification n
               INNER JOIN tbl_user u
               ON u.user_id = n.user_id
               INNER JOIN tbl_notification_pref p
               ON p.user_id = n.user_id
               AND p.category = n.category
               WHERE n.notif_mailed = 'N'
               AND p.delivery = 'T'
               AND u.user_active = 'Y'
               AND (COALESCE(u.user_phonenumber, '') <> ''
                    OR u.user_email <> '')
               ORDER BY n.notification_id
           END-EXEC

           EXEC SQL
               OPEN curssmsrow
           END-EXEC

           EXEC SQL
               FETCH curssmsrow INTO :t-notification-id,
                                     :t-notif-message,
                                     :t-notif-category,
                                     :t-user-id, :t-user-email,
                                     :t-user-phone,
                                     :t-user-ort-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF t-user-phone NOT = SPACE
                   MOVE t-notif-message TO t-sms-body
                   PERFORM B0410-spool-sms
               ELSE
                   MOVE 'Avisering' TO t-mail-subject
                   MOVE t-notif-message TO t-mail-body
                   PERFORM B0230-spool-mail
               END-IF
               PERFORM B0220-mark-row-mailed

               EXEC SQL
                   FETCH curssmsrow INTO :t-notification-id,
                                         :t-notif-message,
                                         :t-notif-category,
                                         :t-user-id,
                                         :t-user-email,
                                         :t-user-phone,
                                         :t-user-ort-id
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssmsrow
           END-EXEC

           .

       *>**************************************************
       B0410-spool-sms.

           EXEC SQL
               SELECT nextval('tbl_sms_spool_sms_id_seq')
               INTO :t-sms-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_sms_spool
               (sms_id, recipient_user_id, recipient_phone,
                sms_category, ort_id, sms_body)
               VALUES (:t-sms-id, :t-user-id, :t-user-phone,
                       :t-notif-category, :t-user-ort-id,
                       :t-sms-body)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-sms-cnt
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

