       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: List the changes parked for a second
       *>          person's approval (tbl_pending_change) -
       *>          pending by default, status=A/R/W/E or * for
       *>          the rest. Each row carries the program and the
       *>          values the approver's page reposts with
       *>          approval_id. Pending changes past their expiry
       *>          are marked E first. Guarded by
       *>          'user-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-pending-changes.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Att godkänna'.

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
       01  pending-rec-vars.
             05  t-status-filter        PIC  X(1)  VALUE 'P'.
             05  t-change-id            PIC  9(9)  VALUE ZERO.
             05  t-operation-code       PIC  X(20) VALUE SPACE.
             05  t-operation-program    PIC  X(30) VALUE SPACE.
             05  t-change-params        PIC  X(120) VALUE SPACE.
             05  t-change-summary       PIC  X(80) VALUE SPACE.
             05  t-change-reason        PIC  X(80) VALUE SPACE.
             05  t-requester-name       PIC  X(80) VALUE SPACE.
             05  t-requested-date       PIC  X(16) VALUE SPACE.
             05  t-expires-date         PIC  X(16) VALUE SPACE.
             05  t-change-status        PIC  X(1)  VALUE SPACE.
             05  t-decider-name         PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wn-change-listed-cnt     PIC 9(4)  VALUE ZERO.

       *> escaped copies for the html table - html-escape-field
       *> takes 40 characters at a time, so the longer values
       *> are escaped in parts
       01  wc-escape80-input        PIC X(80)  VALUE SPACE.
       01  wc-escape-input          PIC X(40)  VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-first         PIC X(240) VALUE SPACE.
       01  wc-escaped-second        PIC X(240) VALUE SPACE.

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
                        PERFORM B0200-list-changes
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

           *> optional - P (default), A, R, W, E or * for all
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'status' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:1) TO t-status-filter
           END-IF

           SET is-valid-init TO TRUE

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
       B0200-list-changes.

           *> a change nobody approved in time is closed first,
           *> so the list never offers one that cannot be applied
           EXEC SQL
               UPDATE tbl_pending_change
               SET change_status = 'E'
               WHERE change_status = 'P'
               AND expires_date <= CURRENT_TIMESTAMP
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
               PERFORM Z0100-error-routine
           ELSE
               PERFORM B0290-commit-work
           END-IF

           *> the program and the values are what the approver's
           *> page reposts, together with approval_id
           EXEC SQL
               DECLARE curspending CURSOR FOR
               SELECT p.change_id, p.operation_code,
                      COALESCE(o.operation_program, ''),
                      p.change_params, p.change_summary,
                      p.change_reason,
                      TRIM(r.user_firstname) || ' '
                      || TRIM(r.user_lastname),
                      TO_CHAR(p.requested_date,
                              'YYYY-MM-DD HH24:MI'),
                      TO_CHAR(p.expires_date, 'YYYY-MM-DD HH24:MI'),
                      p.change_status,
                      COALESCE(TRIM(d.user_firstname) || ' '
                               || TRIM(d.user_lastname), '')
               FROM tbl_pending_change p
               INNER JOIN tbl_user r
                   ON r.user_id = p.requested_by
               LEFT JOIN tbl_user d
                   ON d.user_id = p.decided_by
               LEFT JOIN tbl_approval_operation o
                   ON o.operation_code = p.operation_code
               WHERE (:t-status-filter = '*'
                      OR p.change_status = :t-status-filter)
               ORDER BY p.requested_date, p.change_id
           END-EXEC

           EXEC SQL
               OPEN curspending
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Åtgärd</th><th>Program</th>'
                   '<th>Underlag</th><th>Ändring</th><th>Skäl</th>'
                   '<th>Inlämnad av</th><th>Inlämnad</th>'
                   '<th>Går ut</th><th>Status</th>'
                   '<th>Avgjord av</th></tr>'

           EXEC SQL
               FETCH curspending INTO :t-change-id,
                                      :t-operation-code,
                                      :t-operation-program,
                                      :t-change-params,
                                      :t-change-summary,
                                      :t-change-reason,
                                      :t-requester-name,
                                      :t-requested-date,
                                      :t-expires-date,
                                      :t-change-status,
                                      :t-decider-name
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-change-row

               EXEC SQL
                   FETCH curspending INTO :t-change-id,
                                          :t-operation-code,
                                          :t-operation-program,
                                          :t-change-params,
                                          :t-change-summary,
                                          :t-change-reason,
                                          :t-requester-name,
                                          :t-requested-date,
                                          :t-expires-date,
                                          :t-change-status,
                                          :t-decider-name
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspending
           END-EXEC

           DISPLAY '</table>'

           MOVE SPACE TO wc-printscr-string
           STRING wn-change-listed-cnt ' ändringar'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0210-write-change-row.

           ADD 1 TO wn-change-listed-cnt

           DISPLAY '<tr><td>' t-change-id '</td>'
                   '<td>' FUNCTION TRIM(t-operation-code) '</td>'
                   '<td>' FUNCTION TRIM(t-operation-program)
                   '</td>'

           *> the values run on without a break - escaped in
           *> three parts and put back together as they were
           MOVE t-change-params(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-first
           MOVE t-change-params(41:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-second
           MOVE t-change-params(81:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first)
                   FUNCTION TRIM(wc-escaped-second)
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-change-summary TO wc-escape80-input
           PERFORM B0220-escape-long-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-change-reason TO wc-escape80-input
           PERFORM B0220-escape-long-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-requester-name TO wc-escape80-input
           PERFORM B0220-escape-long-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-requested-date '</td>'
                   '<td>' t-expires-date '</td>'
                   '<td>' t-change-status '</td>'

           MOVE t-decider-name TO wc-escape80-input
           PERFORM B0220-escape-long-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td></tr>'

           .

       *>**************************************************
       B0220-escape-long-value.

           *> escape an 80-character value 40 characters at a
           *> time - the halves land in wc-escaped-first and
           *> wc-escaped-value
           MOVE wc-escape80-input(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE wc-escaped-value TO wc-escaped-first

           MOVE wc-escape80-input(41:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

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
