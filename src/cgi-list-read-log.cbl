       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Who looked at a student's data, and when -
       *>          the tbl_read_log rows for one student, newest
       *>          first: the viewer with usertype, the program
       *>          and what it showed. Rows older than the
       *>          read-log-purge retention are gone. Guarded by
       *>          'read-log'; each listing is written to
       *>          tbl_audit.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-read-log.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Läsloggen'.

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
       01  read-rec-vars.
             05  t-read-date            PIC  X(16) VALUE SPACE.
             05  t-viewer-user-id       PIC  9(9) VALUE ZERO.
             05  t-viewer-firstname     PIC  X(40) VALUE SPACE.
             05  t-viewer-lastname      PIC  X(40) VALUE SPACE.
             05  t-viewer-usertype      PIC  X(40) VALUE SPACE.
             05  t-program-id           PIC  X(30) VALUE SPACE.
             05  t-read-what            PIC  X(40) VALUE SPACE.
       01  wn-user-id                   PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> names are user-entered text - escaped before they
       *> reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wn-read-listed-cnt         PIC 9(5) VALUE ZERO.

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
                        PERFORM B0200-list-read-log
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

           *> the student whose readers are listed
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-user-id
           END-IF

           IF wc-session-token NOT = SPACE AND wn-user-id > ZERO
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ange elevens user_id'
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

           MOVE 'read-log' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-read-log.

           EXEC SQL
               DECLARE cursreadlog CURSOR FOR
               SELECT TO_CHAR(r.read_date, 'YYYY-MM-DD HH24:MI'),
                      r.viewer_user_id,
                      COALESCE(u.user_firstname, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(t.usertype_name, ''),
                      r.program_id, r.read_what
               FROM tbl_read_log r
               LEFT JOIN tbl_user u
                   ON u.user_id = r.viewer_user_id
               LEFT JOIN tbl_usertype t
                   ON t.usertype_id = u.usertype_id
               WHERE r.student_user_id = :wn-user-id
               ORDER BY r.read_date DESC, r.read_id DESC
           END-EXEC

           EXEC SQL
               OPEN cursreadlog
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>När</th><th>Vem</th><th>Roll</th>'
                   '<th>Program</th><th>Vad</th></tr>'

           EXEC SQL
               FETCH cursreadlog INTO :t-read-date,
                                      :t-viewer-user-id,
                                      :t-viewer-firstname,
                                      :t-viewer-lastname,
                                      :t-viewer-usertype,
                                      :t-program-id,
                                      :t-read-what
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-read-html-row

               EXEC SQL
                   FETCH cursreadlog INTO :t-read-date,
                                          :t-viewer-user-id,
                                          :t-viewer-firstname,
                                          :t-viewer-lastname,
                                          :t-viewer-usertype,
                                          :t-program-id,
                                          :t-read-what
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursreadlog
           END-EXEC

           PERFORM B0280-write-audit-row
           PERFORM B0290-commit-work

           .

       *>**************************************************
       B0210-write-read-html-row.

           MOVE t-viewer-firstname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' t-read-date '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-value) ' '

           MOVE t-viewer-lastname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY FUNCTION TRIM(wc-escaped-value)
                   ' (' t-viewer-user-id ')</td>'
                   '<td>' FUNCTION TRIM(t-viewer-usertype) '</td>'
                   '<td>' FUNCTION TRIM(t-program-id) '</td>'

           MOVE t-read-what TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                   '</td></tr>'

           ADD 1 TO wn-read-listed-cnt

           .

       *>**************************************************
       B0280-write-audit-row.

           *> reading the read log is itself a read of the
           *> student - kept in tbl_audit with the other
           *> restricted screens
           MOVE 'cgi-list-read-log' TO t-audit-program
           MOVE 'VIEW' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'user_id=' wn-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING wn-read-listed-cnt ' reads listed'
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

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
