       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Deliver the outbound SMS spool
       *>          (tbl_sms_spool) the way mail-sender delivers
       *>          the mail spool. Each queued row is handed to
       *>          the SMS gateway's send command (SMS_GATEWAY,
       *>          default sms-gateway-send, called with the
       *>          number and the text); success marks the row
       *>          sent, failure bumps its retry count and leaves
       *>          it queued for the next run. A row that fails
       *>          SMS_RETRIES times (default 5) is marked
       *>          failed. A number that is not digits with an
       *>          optional leading + is never sent - the row is
       *>          parked as failed at once. Run from cron right
       *>          after mail-sender, and in the batch window.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Retry count and gateway from the settings
       *>            register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. sms-sender.
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
            03  is-sms-unsafe-switch        PIC X   VALUE 'N'.
                88  is-sms-unsafe                   VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  sms-rec-vars.
             05  t-sms-id              PIC  9(9).
             05  t-recipient-phone     PIC  X(40).
             05  t-sms-body            PIC  X(160).
             05  t-retry-count         PIC  9(4).
       01  wn-max-retries             PIC  9(3) VALUE 5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> builds the gateway command line
       01  wc-shell-command         PIC X(320) VALUE SPACE.
       01  wc-gateway-command       PIC X(80)  VALUE SPACE.
       01  wc-max-retries           PIC X(4)   VALUE SPACE.

       *> everything interpolated into the command line is
       *> scanned for shell metacharacters first
       01  wc-scan-buffer           PIC X(200) VALUE SPACE.
       01  wn-unsafe-cnt            PIC 9(3)   VALUE ZERO.

       *> the number is sent without blanks and dashes, and
       *> must then be digits with an optional leading +
       01  wc-phone-clean           PIC X(40)  VALUE SPACE.
       01  wn-phone-len             PIC 9(3)   VALUE ZERO.
       01  wn-phone-pos             PIC 9(3)   VALUE ZERO.
       01  wn-phone-out             PIC 9(3)   VALUE ZERO.

       *> per-run counters
       01  wn-sent-cnt              PIC 9(5)  VALUE ZERO.
       01  wn-failed-cnt            PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** sms-sender: started ***'

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-drain-spool
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** sms-sender: sent ' wn-sent-cnt
                   ', waiting/failed ' wn-failed-cnt ' ***'

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

           MOVE 'SMS_RETRIES' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-max-retries
           IF wc-max-retries NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-max-retries)
                    TO wn-max-retries
           END-IF

           MOVE 'SMS_GATEWAY' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-gateway-command
           IF wc-gateway-command = SPACE
               MOVE 'sms-gateway-send' TO wc-gateway-command
           END-IF

           .

       *>**************************************************
       B0200-drain-spool.

           EXEC SQL
               DECLARE curssmsspool CURSOR WITH HOLD FOR
               SELECT sms_id, recipient_phone, sms_body,
                      retry_count
               FROM tbl_sms_spool
               WHERE sms_status = 'Q'
               ORDER BY sms_id
           END-EXEC

           EXEC SQL
               OPEN curssmsspool
           END-EXEC

           EXEC SQL
               FETCH curssmsspool INTO :t-sms-id,
                                       :t-recipient-phone,
                                       :t-sms-body,
                                       :t-retry-count
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-send-one-sms

               EXEC SQL
                   FETCH curssmsspool INTO :t-sms-id,
                                           :t-recipient-phone,
                                           :t-sms-body,
                                           :t-retry-count
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssmsspool
           END-EXEC

           .

       *>**************************************************
       B0210-send-one-sms.

           *> number and text ride inside a double-quoted sh -c
           *> line - a row carrying shell metacharacters, or a
           *> number that is not a number, is parked as failed,
           *> never executed
           PERFORM B0215-scan-for-metacharacters
           PERFORM B0216-clean-phone

           IF is-sms-unsafe
               PERFORM B0235-mark-unsafe
               ADD 1 TO wn-failed-cnt
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           ELSE
               PERFORM B0218-build-and-send
           END-IF

           .

       *>**************************************************
       B0215-scan-for-metacharacters.

           MOVE 'N' TO is-sms-unsafe-switch
           MOVE ZERO TO wn-unsafe-cnt

           MOVE SPACE TO wc-scan-buffer
           STRING FUNCTION TRIM(t-recipient-phone)
                  FUNCTION TRIM(t-sms-body)
                  DELIMITED BY SIZE INTO wc-scan-buffer
           END-STRING

           INSPECT wc-scan-buffer TALLYING wn-unsafe-cnt
               FOR ALL '"'
                   ALL '`'
                   ALL '$'
                   ALL ';'
                   ALL '|'
                   ALL '&'
                   ALL '<'
                   ALL '>'
                   ALL '\'
                   ALL X'0A'
                   ALL X'0D'

           IF wn-unsafe-cnt > ZERO
               SET is-sms-unsafe TO TRUE
           END-IF

           .

       *>**************************************************
       B0216-clean-phone.

           *> drop blanks and dashes, keep digits and a leading +
           MOVE SPACE TO wc-phone-clean
           MOVE ZERO TO wn-phone-out
           MOVE FUNCTION LENGTH(FUNCTION TRIM(t-recipient-phone))
                TO wn-phone-len

           PERFORM B0217-clean-phone-char
               VARYING wn-phone-pos FROM 1 BY 1
               UNTIL wn-phone-pos > wn-phone-len

           IF wn-phone-out < 6
               SET is-sms-unsafe TO TRUE
           END-IF

           .

       *>**************************************************
       B0217-clean-phone-char.

           EVALUATE TRUE
               WHEN t-recipient-phone(wn-phone-pos:1) IS NUMERIC
                   ADD 1 TO wn-phone-out
                   MOVE t-recipient-phone(wn-phone-pos:1)
                        TO wc-phone-clean(wn-phone-out:1)
               WHEN t-recipient-phone(wn-phone-pos:1) = '+'
                AND wn-phone-out = ZERO
                   ADD 1 TO wn-phone-out
                   MOVE '+' TO wc-phone-clean(wn-phone-out:1)
               WHEN t-recipient-phone(wn-phone-pos:1) = SPACE
               WHEN t-recipient-phone(wn-phone-pos:1) = '-'
                   CONTINUE
               WHEN OTHER
                   SET is-sms-unsafe TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       B0235-mark-unsafe.

           *> never retried - the content itself is the problem
           EXEC SQL
               UPDATE tbl_sms_spool
               SET sms_status = 'F',
                   retry_count = retry_count + 1
               WHERE sms_id = :t-sms-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           DISPLAY '*** sms ' t-sms-id
                   ' refused: unsafe characters or bad number ***'

           .

       *>**************************************************
       B0218-build-and-send.

           MOVE SPACE TO wc-shell-command
           STRING FUNCTION TRIM(wc-gateway-command)
                                           DELIMITED BY SIZE
                  ' "' DELIMITED BY SIZE
                  FUNCTION TRIM(wc-phone-clean) DELIMITED BY SIZE
                  '" "' DELIMITED BY SIZE
                  FUNCTION TRIM(t-sms-body) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO wc-shell-command
           END-STRING

           CALL 'SYSTEM' USING wc-shell-command

           IF RETURN-CODE = ZERO
               PERFORM B0220-mark-sent
               ADD 1 TO wn-sent-cnt
           ELSE
               PERFORM B0230-mark-retry
               ADD 1 TO wn-failed-cnt
           END-IF

           *> each row's outcome commits on its own, so a crash
           *> mid-run resends nothing already delivered
           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0220-mark-sent.

           EXEC SQL
               UPDATE tbl_sms_spool
               SET sms_status = 'S',
                   sent_date = CURRENT_TIMESTAMP
               WHERE sms_id = :t-sms-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0230-mark-retry.

           *> stays queued until the retry limit, then parked as
           *> failed for the operators to look at
           IF t-retry-count + 1 >= wn-max-retries

               EXEC SQL
                   UPDATE tbl_sms_spool
                   SET sms_status = 'F',
                       retry_count = retry_count + 1
                   WHERE sms_id = :t-sms-id
               END-EXEC

           ELSE

               EXEC SQL
                   UPDATE tbl_sms_spool
                   SET retry_count = retry_count + 1
                   WHERE sms_id = :t-sms-id
               END-EXEC

           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

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
