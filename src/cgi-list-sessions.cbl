       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The session console - every open session in
       *>          tbl_session with its user, when it was started
       *>          and last used, its expiry and the address it
       *>          was opened from; user_id posted lists one
       *>          user's sessions. cgi-end-session ends one or
       *>          all of them. Guarded by 'session-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-sessions.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Sessioner'.

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
       01  session-rec-vars.
             05  t-filter-user-id       PIC  9(9) VALUE ZERO.
             05  t-session-id           PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-user-name            PIC  X(40) VALUE SPACE.
             05  t-usertype-id          PIC  9(9) VALUE ZERO.
             05  t-created-date         PIC  X(16) VALUE SPACE.
             05  t-last-used-date       PIC  X(16) VALUE SPACE.
             05  t-session-expiry       PIC  X(16) VALUE SPACE.
             05  t-source-addr          PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wn-session-listed-cnt    PIC 9(4)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-addr          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-sessions
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

           *> optional - one user's sessions only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-filter-user-id
           END-IF

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

           MOVE 'session-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-sessions.

           *> the token itself never leaves the server - a
           *> session is named by its session_id
           EXEC SQL
               DECLARE curssession CURSOR FOR
               SELECT s.session_id, s.user_id,
                      TRIM(u.user_firstname) || ' '
                      || TRIM(u.user_lastname),
                      u.usertype_id,
                      TO_CHAR(s.created_date, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(TO_CHAR(s.last_used_date,
                                       'YYYY-MM-DD HH24:MI'), ''),
                      TO_CHAR(s.session_expiry,
                              'YYYY-MM-DD HH24:MI'),
                      s.source_addr
               FROM tbl_session s
               INNER JOIN tbl_user u
                   ON u.user_id = s.user_id
               WHERE s.session_expiry > CURRENT_TIMESTAMP
               AND (:t-filter-user-id = 0
                    OR s.user_id = :t-filter-user-id)
               ORDER BY u.user_lastname, u.user_firstname,
                        s.user_id, s.created_date
           END-EXEC

           EXEC SQL
               OPEN curssession
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Session</th><th>Id</th><th>Namn</th>'
                   '<th>Usertype</th><th>Startad</th>'
                   '<th>Senast använd</th><th>Giltig till</th>'
                   '<th>Adress</th></tr>'

           EXEC SQL
               FETCH curssession INTO :t-session-id, :t-user-id,
                                      :t-user-name,
                                      :t-usertype-id,
                                      :t-created-date,
                                      :t-last-used-date,
                                      :t-session-expiry,
                                      :t-source-addr
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-session-row

               EXEC SQL
                   FETCH curssession INTO :t-session-id, :t-user-id,
                                          :t-user-name,
                                          :t-usertype-id,
                                          :t-created-date,
                                          :t-last-used-date,
                                          :t-session-expiry,
                                          :t-source-addr
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssession
           END-EXEC

           DISPLAY '</table>'

           MOVE SPACE TO wc-printscr-string
           STRING wn-session-listed-cnt ' öppna sessioner'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0210-write-session-row.

           ADD 1 TO wn-session-listed-cnt

           MOVE t-user-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           MOVE t-source-addr TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-addr
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-addr

           DISPLAY '<tr><td>' t-session-id '</td>'
                   '<td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-usertype-id '</td>'
                   '<td>' t-created-date '</td>'
                   '<td>' t-last-used-date '</td>'
                   '<td>' t-session-expiry '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-addr)
                   '</td></tr>'

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
