       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The active staff accounts - the usertypes in
       *>          tbl_totp_policy - with their authenticator
       *>          device: active, drawn but not confirmed, or
       *>          none; recovery codes left and any grace after
       *>          a reset. Shows whether the code can be made
       *>          mandatory (cgi-set-totp-policy) yet. Guarded
       *>          by 'user-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-totp-status.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Inloggningskod'.

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
       01  totp-status-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-user-name            PIC  X(40) VALUE SPACE.
             05  t-usertype-id          PIC  9(9) VALUE ZERO.
             05  t-totp-required        PIC  X(1) VALUE SPACE.
             05  t-totp-status          PIC  X(1) VALUE SPACE.
             05  t-confirmed-date       PIC  X(10) VALUE SPACE.
             05  t-codes-left           PIC  9(2) VALUE ZERO.
             05  t-grace-until          PIC  X(16) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-status-text           PIC X(20) VALUE SPACE.
       01  wn-without-device-cnt    PIC 9(4)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-status
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

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel' TO wc-printscr-string
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

           MOVE 'user-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-status.

           EXEC SQL
               DECLARE curstotp CURSOR FOR
               SELECT u.user_id,
                      TRIM(u.user_firstname) || ' '
                      || TRIM(u.user_lastname),
                      u.usertype_id, p.totp_required,
                      COALESCE(t.totp_status, '-'),
                      COALESCE(TO_CHAR(t.confirmed_date,
                                       'YYYY-MM-DD'), ''),
                      (SELECT COUNT(*) FROM tbl_totp_recovery r
                       WHERE r.user_id = u.user_id
                       AND r.used_date IS NULL),
                      COALESCE(TO_CHAR(u.totp_grace_until,
                                       'YYYY-MM-DD HH24:MI'), '')
               FROM tbl_user u
               INNER JOIN tbl_totp_policy p
                   ON p.usertype_id = u.usertype_id
               LEFT JOIN tbl_totp t
                   ON t.user_id = u.user_id
               WHERE u.user_active = 'Y'
               ORDER BY u.usertype_id, u.user_lastname,
                        u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curstotp
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Namn</th><th>Usertype</th>'
                   '<th>Krav</th><th>App</th><th>Aktiverad</th>'
                   '<th>Koder kvar</th><th>Respit till</th></tr>'

           EXEC SQL
               FETCH curstotp INTO :t-user-id, :t-user-name,
                                   :t-usertype-id,
                                   :t-totp-required,
                                   :t-totp-status,
                                   :t-confirmed-date,
                                   :t-codes-left,
                                   :t-grace-until
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-status-row

               EXEC SQL
                   FETCH curstotp INTO :t-user-id, :t-user-name,
                                       :t-usertype-id,
                                       :t-totp-required,
                                       :t-totp-status,
                                       :t-confirmed-date,
                                       :t-codes-left,
                                       :t-grace-until
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curstotp
           END-EXEC

           DISPLAY '</table>'

           MOVE SPACE TO wc-printscr-string
           STRING wn-without-device-cnt ' utan aktiv app'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0210-write-status-row.

           EVALUATE t-totp-status
               WHEN 'A'
                   MOVE 'Aktiv' TO wc-status-text
               WHEN 'P'
                   MOVE 'Ej bekräftad' TO wc-status-text
                   ADD 1 TO wn-without-device-cnt
               WHEN OTHER
                   MOVE 'Saknas' TO wc-status-text
                   ADD 1 TO wn-without-device-cnt
           END-EVALUATE

           MOVE t-user-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           DISPLAY '<tr><td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-usertype-id '</td>'
                   '<td>' t-totp-required '</td>'
                   '<td>' FUNCTION TRIM(wc-status-text) '</td>'
                   '<td>' t-confirmed-date '</td>'
                   '<td>' t-codes-left '</td>'
                   '<td>' t-grace-until '</td></tr>'

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
