       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The month's payroll run as payroll-export
       *>          drafted it - status, control total (minutes)
       *>          and per teacher the cover and extra hours to
       *>          be paid, with a flag where the personnummer
       *>          the payroll file needs is missing. The
       *>          Utbildningsledare reads it here before the
       *>          approval in cgi-approve-payroll. Input
       *>          pay_period (YYYY-MM). Guarded by
       *>          'payroll-approve'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-payroll-run.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Löneunderlag'.

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  run-rec-vars.
           05  t-pay-period              PIC  X(7)  VALUE SPACE.
           05  t-run-id                  PIC  9(9)  VALUE ZERO.
           05  t-run-status              PIC  X(1)  VALUE SPACE.
           05  t-line-cnt                PIC  9(7)  VALUE ZERO.
           05  t-control-total           PIC  9(9)  VALUE ZERO.
           05  t-created-date            PIC  X(16) VALUE SPACE.
       01  teacher-rec-vars.
           05  t-teacher-name            PIC  X(80) VALUE SPACE.
           05  t-pnr-missing             PIC  X(1)  VALUE SPACE.
           05  t-cover-min               PIC  9(7)  VALUE ZERO.
           05  t-extra-min               PIC  9(7)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> names are user-entered text - escaped before they
       *> reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wc-status-text             PIC X(20) VALUE SPACE.
       01  wc-pnr-text                PIC X(20) VALUE SPACE.
       01  wn-hours                   PIC 9(5)V99 VALUE ZERO.
       01  wn-cover-hours-edit        PIC Z(4)9.99 VALUE ZERO.
       01  wn-extra-hours-edit        PIC Z(4)9.99 VALUE ZERO.
       01  wn-listed-cnt              PIC 9(5)  VALUE ZERO.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

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
                        PERFORM B0200-show-run
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

           *> session token issued by cgi-login - resolved to
           *> the caller's user_id once connected
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'pay_period' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-pay-period

           IF wc-session-token NOT = SPACE
              AND t-pay-period(1:4) IS NUMERIC
              AND t-pay-period(5:1) = '-'
              AND t-pay-period(6:2) IS NUMERIC
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ange period (ÅÅÅÅ-MM)' TO wc-printscr-string
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

           MOVE 'payroll-approve' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-show-run.

           EXEC SQL
               SELECT run_id, run_status, line_cnt, control_total,
                      TO_CHAR(created_date, 'YYYY-MM-DD HH24:MI')
               INTO :t-run-id, :t-run-status, :t-line-cnt,
                    :t-control-total, :t-created-date
               FROM tbl_payroll_run
               WHERE pay_period = :t-pay-period
           END-EXEC

           IF sqlcode = 100
               MOVE 'Ingen lönekörning för perioden'
                   TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               ELSE
                   PERFORM B0210-show-run-header
                   PERFORM B0220-list-teachers
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-show-run-header.

           EVALUATE t-run-status
               WHEN 'D'
                   MOVE 'Utkast' TO wc-status-text
               WHEN 'A'
                   MOVE 'Godkänd' TO wc-status-text
               WHEN OTHER
                   MOVE 'Skickad till lön' TO wc-status-text
           END-EVALUATE

           DISPLAY '<h2>Löneunderlag ' t-pay-period '</h2>'
           DISPLAY '<p>Status: ' FUNCTION TRIM(wc-status-text)
                   ', framtaget ' t-created-date
                   ', rader ' t-line-cnt
                   ', kontrollsumma (minuter) ' t-control-total
                   '</p>'

           .

       *>**************************************************
       B0220-list-teachers.

           *> one row per teacher the run pays
           EXEC SQL
               DECLARE curspayrun CURSOR FOR
               SELECT TRIM(u.user_lastname) || ', ' ||
                      TRIM(u.user_firstname),
                      CASE WHEN TRIM(COALESCE(u.user_pnr, '')) = ''
                           THEN 'Y' ELSE 'N' END,
                      COALESCE(SUM(CASE WHEN l.pay_code = 'S'
                                        THEN l.pay_min END), 0),
                      COALESCE(SUM(CASE WHEN l.pay_code = 'E'
                                        THEN l.pay_min END), 0)
               FROM tbl_payroll_line l
               INNER JOIN tbl_user u
                   ON u.user_id = l.teacher_user_id
               WHERE l.run_id = :t-run-id
               GROUP BY u.user_id, u.user_lastname,
                        u.user_firstname, u.user_pnr
               ORDER BY u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curspayrun
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Lärare</th><th>Personnummer</th>'
                   '<th>Vikariat (tim)</th><th>Utöver (tim)</th>'
                   '</tr>'

           EXEC SQL
               FETCH curspayrun INTO :t-teacher-name,
                                     :t-pnr-missing,
                                     :t-cover-min,
                                     :t-extra-min
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               PERFORM B0230-write-teacher-row

               EXEC SQL
                   FETCH curspayrun INTO :t-teacher-name,
                                         :t-pnr-missing,
                                         :t-cover-min,
                                         :t-extra-min
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspayrun
           END-EXEC

           IF wn-listed-cnt = ZERO
               DISPLAY '<p>Inget att betala ut för perioden.</p>'
           END-IF

           .

       *>**************************************************
       B0230-write-teacher-row.

           MOVE 'finns' TO wc-pnr-text
           IF t-pnr-missing = 'Y'
               MOVE 'SAKNAS' TO wc-pnr-text
           END-IF

           COMPUTE wn-hours ROUNDED = t-cover-min / 60
           MOVE wn-hours TO wn-cover-hours-edit
           COMPUTE wn-hours ROUNDED = t-extra-min / 60
           MOVE wn-hours TO wn-extra-hours-edit

           MOVE t-teacher-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td><td>' FUNCTION TRIM(wc-pnr-text)
                   '</td><td>' wn-cover-hours-edit
                   '</td><td>' wn-extra-hours-edit
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
