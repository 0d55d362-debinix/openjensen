       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Give one setting of the settings register a
       *>          new value - setting_code, the value posted as
       *>          value_1 and value_2 of 40 characters each,
       *>          ort_id (0 or left out for all sites; a site
       *>          only where the setting allows it) and
       *>          valid_from (YYYY-MM-DD, today when left out,
       *>          never in the past). A number must lie within
       *>          the setting's range, a text's length within
       *>          it. The value is added from its start date,
       *>          so the old one stays in the history; a second
       *>          value for the same start date replaces the
       *>          first. The programs pick it up on their next
       *>          run (get-setting.cpy). Recorded in tbl_audit
       *>          with the value that was in force. Guarded by
       *>          'settings-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-setting.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-setting-found-switch        PIC X   VALUE 'N'.
                88  is-setting-found                   VALUE 'Y'.
            03  is-value-found-switch          PIC X   VALUE 'N'.
                88  is-value-found                     VALUE 'Y'.
            03  is-valid-value-switch          PIC X   VALUE 'N'.
                88  is-valid-value                     VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Inställning'.

       *> validated through is-valid-date when supplied
       01  wc-chk-date              PIC  X(10) VALUE SPACE.

       *> the posted value weighed against the setting's range
       01  wn-value-num             PIC  9(9)  VALUE ZERO.
       01  wn-value-len             PIC  9(3)  VALUE ZERO.
       01  wn-num-disp              PIC  Z(8)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  setting-rec-vars.
             05  t-setting-code         PIC  X(30) VALUE SPACE.
             05  t-setting-value        PIC  X(80) VALUE SPACE.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-valid-from           PIC  X(10) VALUE SPACE.
             05  t-setting-type         PIC  X(1)  VALUE SPACE.
             05  t-min-value            PIC  9(9)  VALUE ZERO.
             05  t-max-value            PIC  9(9)  VALUE ZERO.
             05  t-per-site             PIC  X(1)  VALUE SPACE.
             05  t-old-value            PIC  X(80) VALUE SPACE.
             05  t-value-id             PIC  9(9)  VALUE ZERO.
             05  t-today-date           PIC  X(10) VALUE SPACE.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
       01  wn-exists-cnt                PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0200-save-setting
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-set-action
           END-IF

           .

       *>**************************************************
       A0110-init-set-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the setting, e.g. DUNNING_DAYS
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'setting_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:30))
                TO t-setting-code

           *> the value in two 40-character parts
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'value_1' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-setting-value(1:40)

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'value_2' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-setting-value(41:40)

           *> ort_id (optional) - 0 is all sites
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           *> valid_from (optional) - today when left out
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'valid_from' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE ZERO TO wn-rtn-code
           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-valid-from
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-setting-code = SPACE
                 OR t-setting-value = SPACE
                   MOVE 'Ange inställning och värde'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wn-rtn-code NOT = ZERO
                   MOVE 'Felaktigt datum' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

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
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'settings-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-setting.

           PERFORM B0205-get-setting
           PERFORM B0210-check-value

           EVALUATE TRUE
               WHEN NOT is-setting-found
                   MOVE 'Okänd inställning' TO wc-printscr-string
               WHEN t-ort-id NOT = ZERO AND t-per-site NOT = 'Y'
                   MOVE 'Inställningen gäller alla orter'
                        TO wc-printscr-string
               WHEN t-ort-id NOT = ZERO AND wn-exists-cnt = ZERO
                   MOVE 'Okänd ort' TO wc-printscr-string
               WHEN t-valid-from < t-today-date
                   MOVE 'Datumet har passerat' TO wc-printscr-string
               WHEN NOT is-valid-value
                   MOVE 'Värdet är utanför intervallet'
                        TO wc-printscr-string
                   IF t-setting-type = 'N'
                       DISPLAY '<p>Ett tal från ' t-min-value
                               ' till ' t-max-value '</p>'
                   ELSE
                       DISPLAY '<p>En text på ' t-min-value
                               ' till ' t-max-value ' tecken</p>'
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO wc-printscr-string
           END-EVALUATE

           IF wc-printscr-string NOT = SPACE
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0220-write-value
           END-IF

           .

       *>**************************************************
       B0205-get-setting.

           EXEC SQL
               SELECT setting_type, min_value, max_value, per_site
               INTO :t-setting-type, :t-min-value, :t-max-value,
                    :t-per-site
               FROM tbl_setting
               WHERE setting_code = :t-setting-code
           END-EXEC

           IF  sqlcode = zero
                SET is-setting-found TO TRUE
           END-IF

           *> a site's own value needs a site
           MOVE ZERO TO wn-exists-cnt
           IF t-ort-id NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-exists-cnt
                   FROM t_ort
                   WHERE ort_id = :t-ort-id
               END-EXEC
           END-IF

           *> today in the database's calendar - the start date
           *> when none was posted
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
               INTO :t-today-date
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           IF t-valid-from = SPACE
               MOVE t-today-date TO t-valid-from
           END-IF

           .

       *>**************************************************
       B0210-check-value.

           *> a number within the range, or a text whose length
           *> is within it
           IF t-setting-type = 'N'
               IF FUNCTION TRIM(t-setting-value) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(t-setting-value))
                      <= 9
                   MOVE FUNCTION NUMVAL(t-setting-value)
                        TO wn-value-num
                   IF wn-value-num >= t-min-value
                      AND wn-value-num <= t-max-value
                       SET is-valid-value TO TRUE
                       PERFORM B0215-strip-zeros
                   END-IF
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(t-setting-value))
                    TO wn-value-len
               IF wn-value-len >= t-min-value
                  AND wn-value-len <= t-max-value
                   SET is-valid-value TO TRUE
               END-IF
           END-IF

           .

       *>**************************************************
       B0215-strip-zeros.

           *> the number is stored without leading zeros
           MOVE wn-value-num TO wn-num-disp
           MOVE SPACE TO t-setting-value
           MOVE FUNCTION TRIM(wn-num-disp) TO t-setting-value

           .

       *>**************************************************
       B0220-write-value.

           *> the value in force until now, for the audit row
           MOVE '-' TO t-old-value
           EXEC SQL
               SELECT setting_value
               INTO :t-old-value
               FROM v_setting_in_force
               WHERE setting_code = :t-setting-code
               AND ort_id = :t-ort-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE '-' TO t-old-value
           END-IF

           EXEC SQL
               SELECT value_id
               INTO :t-value-id
               FROM tbl_setting_value
               WHERE setting_code = :t-setting-code
               AND ort_id = :t-ort-id
               AND valid_from = :t-valid-from
           END-EXEC

           MOVE wn-requesting-user-id TO t-user-id

           IF  sqlcode = zero
                SET is-value-found TO TRUE
                EXEC SQL
                    UPDATE tbl_setting_value
                    SET setting_value = TRIM(:t-setting-value),
                        changed_by = :t-user-id,
                        changed_date = CURRENT_TIMESTAMP
                    WHERE value_id = :t-value-id
                END-EXEC
           ELSE
                EXEC SQL
                    INSERT INTO tbl_setting_value
                    (value_id, setting_code, ort_id, valid_from,
                     setting_value, changed_by)
                    VALUES
                    (nextval('tbl_setting_value_value_id_seq'),
                     :t-setting-code, :t-ort-id, :t-valid-from,
                     TRIM(:t-setting-value), :t-user-id)
                END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Inställningen sparad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-set-setting' TO t-audit-program
           MOVE t-ort-id TO wn-num-disp
           MOVE SPACE TO t-audit-key
           STRING 'setting=' FUNCTION TRIM(t-setting-code)
                  ' ort=' FUNCTION TRIM(wn-num-disp)
                  ' from=' t-valid-from
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-value-found
               MOVE 'EDIT' TO t-audit-action
           ELSE
               MOVE 'ADD' TO t-audit-action
           END-IF
           MOVE t-old-value TO t-audit-old
           MOVE t-setting-value TO t-audit-new

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

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
