       *>          the next run - the spool rows themselves are
       *>          the checkpoint, so a mail server outage means
       *>          waiting rows, not lost mail. A row that fails
       *>          MAIL_RETRIES times (default 5) is marked
       *>          failed and left for cgi-list-mailspool to
       *>          show. Run from cron. A row queued without an
       *>          address is not tried - letter-print posts it.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Leave rows without an address to letter-print.
       *>       0.3: Retry count from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. mail-sender.
       01  wn-max-retries             PIC  9(3) VALUE 5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> builds the mail(1) command line

           DISPLAY '*** mail-sender: started ***'

           PERFORM B0100-connect

           IF is-db-connected
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           MOVE 'MAIL_RETRIES' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-max-retries
           IF wc-max-retries NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-max-retries)
                    TO wn-max-retries
           END-IF

           .
                      mail_body, retry_count
               FROM tbl_mail_spool
               WHERE mail_status = 'Q'
               AND recipient_email <> ''
               ORDER BY mail_id
           END-EXEC

