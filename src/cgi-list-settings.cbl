       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The settings register - every setting with
       *>          its description, number or text, the allowed
       *>          range, whether a site may have its own value,
       *>          and the value in force for all sites and for
       *>          each site that has one, judged OK, MISSING or
       *>          RANGE (v_setting_check). With a setting_code
       *>          posted, that setting's history - every value
       *>          with its start date, site, who entered it and
       *>          when, future values included. Guarded by
       *>          'settings-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-settings.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Inställningar'.

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

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  setting-rec-vars.
             05  t-setting-code         PIC  X(30) VALUE SPACE.
             05  t-setting-desc         PIC  X(80) VALUE SPACE.
             05  t-setting-type         PIC  X(1)  VALUE SPACE.
             05  t-min-value            PIC  9(9)  VALUE ZERO.
             05  t-max-value            PIC  9(9)  VALUE ZERO.
             05  t-per-site             PIC  X(1)  VALUE SPACE.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-setting-value        PIC  X(80) VALUE SPACE.
             05  t-check-status         PIC  X(10) VALUE SPACE.
       01  history-rec-vars.
             05  t-valid-from           PIC  X(10) VALUE SPACE.
             05  t-changed-by           PIC  9(9)  VALUE ZERO.
             05  t-changed-date         PIC  X(16) VALUE SPACE.
       01  filter-vars.
             05  t-filter-code          PIC  X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> number or text spelled out
       01  wc-type-text             PIC X(10) VALUE SPACE.

       *> escaped value for the page - html-escape-field takes
       *> 40 characters, so the value is escaped in two halves
       01  wc-escape80-input        PIC X(80) VALUE SPACE.
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-first         PIC X(240) VALUE SPACE.

       01  wn-setting-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-fault-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-history-cnt           PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-action
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
               PERFORM A0110-init-list-action
           END-IF

           .

       *>**************************************************
       A0110-init-list-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> setting_code (optional) - that setting's history
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'setting_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:30))
                TO t-filter-code

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

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
       B0200-list-action.

           DISPLAY '<h2>Inställningar</h2>'

           PERFORM B0210-list-settings

           IF t-filter-code NOT = SPACE
               PERFORM B0300-list-history
           END-IF

           .

       *>**************************************************
       B0210-list-settings.

           *> one row for all sites per setting, and one per
           *> site with its own value
           EXEC SQL
               DECLARE curssetting CURSOR FOR
               SELECT s.setting_code, s.setting_desc,
                      s.setting_type, s.min_value, s.max_value,
                      s.per_site, c.ort_id, c.setting_value,
                      c.check_status
               FROM tbl_setting s
               INNER JOIN v_setting_check c
               ON c.setting_code = s.setting_code
               ORDER BY s.setting_code, c.ort_id
           END-EXEC

           EXEC SQL
               OPEN curssetting
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Inställning</th><th>Beskrivning</th>'
                   '<th>Typ</th><th>Från</th><th>Till</th>'
                   '<th>Per ort</th><th>Ort</th><th>Värde</th>'
                   '<th>Kontroll</th></tr>'

           EXEC SQL
               FETCH curssetting INTO :t-setting-code,
                                    :t-setting-desc,
                                    :t-setting-type, :t-min-value,
                                    :t-max-value, :t-per-site,
                                    :t-ort-id, :t-setting-value,
                                    :t-check-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-setting-row

               EXEC SQL
                   FETCH curssetting INTO :t-setting-code,
                                        :t-setting-desc,
                                        :t-setting-type,
                                        :t-min-value,
                                        :t-max-value, :t-per-site,
                                        :t-ort-id,
                                        :t-setting-value,
                                        :t-check-status
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssetting
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-setting-cnt ', att åtgärda: '
                   wn-fault-cnt '</p>'

           .

       *>**************************************************
       B0220-write-setting-row.

           IF t-setting-type = 'N'
               MOVE 'tal' TO wc-type-text
           ELSE
               MOVE 'text' TO wc-type-text
           END-IF

           PERFORM B0250-escape-value

           DISPLAY '<tr><td>' FUNCTION TRIM(t-setting-code) '</td>'
                   '<td>' FUNCTION TRIM(t-setting-desc) '</td>'
                   '<td>' FUNCTION TRIM(wc-type-text) '</td>'
                   '<td>' t-min-value '</td>'
                   '<td>' t-max-value '</td>'
                   '<td>' t-per-site '</td>'
                   '<td>' t-ort-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first)
                   FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' FUNCTION TRIM(t-check-status)
                   '</td></tr>'

           ADD 1 TO wn-setting-cnt
           IF t-check-status NOT = 'OK'
               ADD 1 TO wn-fault-cnt
           END-IF

           .

       *>**************************************************
       B0250-escape-value.

           MOVE t-setting-value TO wc-escape80-input
           MOVE wc-escape80-input(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE wc-escaped-value TO wc-escaped-first

           MOVE SPACE TO wc-escaped-value
           IF wc-escape80-input(41:40) NOT = SPACE
               MOVE wc-escape80-input(41:40) TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
           END-IF

           .

       *>**************************************************
       B0300-list-history.

           *> every value the setting has had or will have, for
           *> all sites and per site, newest start date first
           EXEC SQL
               DECLARE curssethist CURSOR FOR
               SELECT ort_id, valid_from, setting_value,
                      changed_by,
                      TO_CHAR(changed_date, 'YYYY-MM-DD HH24:MI')
               FROM tbl_setting_value
               WHERE setting_code = :t-filter-code
               ORDER BY ort_id, valid_from DESC, value_id DESC
           END-EXEC

           EXEC SQL
               OPEN curssethist
           END-EXEC

           DISPLAY '<h3>Historik för '
                   FUNCTION TRIM(t-filter-code) '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Ort</th><th>Gäller från</th>'
                   '<th>Värde</th><th>Ändrad av</th>'
                   '<th>Ändrad</th></tr>'

           EXEC SQL
               FETCH curssethist INTO :t-ort-id, :t-valid-from,
                                    :t-setting-value,
                                    :t-changed-by,
                                    :t-changed-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-write-history-row

               EXEC SQL
                   FETCH curssethist INTO :t-ort-id, :t-valid-from,
                                        :t-setting-value,
                                        :t-changed-by,
                                        :t-changed-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssethist
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-history-cnt '</p>'

           .

       *>**************************************************
       B0310-write-history-row.

           PERFORM B0250-escape-value

           DISPLAY '<tr><td>' t-ort-id '</td>'
                   '<td>' t-valid-from '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first)
                   FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-changed-by '</td>'
                   '<td>' t-changed-date '</td></tr>'

           ADD 1 TO wn-history-cnt

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
