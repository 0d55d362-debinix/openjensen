       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The Utbildningsledare ('payroll-approve')
       *>          approves the month's payroll draft made by
       *>          payroll-export, as summarized: pay_period
       *>          (YYYY-MM) and control_total, the control
       *>          total in minutes from the summary or
       *>          cgi-list-payroll-run. A draft rebuilt since
       *>          (another total) or with a teacher lacking
       *>          the personnummer the payroll file needs is
       *>          refused. The next payroll-export run writes
       *>          and releases the approved month.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-approve-payroll.
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
            03  is-total-posted-switch      PIC X   VALUE 'N'.
                88  is-total-posted                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Godkänn lön'.

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  run-rec-vars.
           05  t-pay-period              PIC  X(7)  VALUE SPACE.
           05  t-run-id                  PIC  9(9)  VALUE ZERO.
           05  t-run-status              PIC  X(1)  VALUE SPACE.
           05  t-control-total           PIC  9(9)  VALUE ZERO.
           05  t-posted-total            PIC  9(9)  VALUE ZERO.
           05  t-nopnr-cnt               PIC  9(5)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
                        PERFORM B0200-approve-run
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
               PERFORM A0110-init-approve-action
           END-IF

           .

       *>**************************************************
       A0110-init-approve-action.

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

           *> the control total the approver was shown
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'control_total' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-posted-total
               SET is-total-posted TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar inloggning' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-pay-period(1:4) NOT NUMERIC
                 OR t-pay-period(5:1) NOT = '-'
                 OR t-pay-period(6:2) NOT NUMERIC
                   MOVE 'Ange period (ÅÅÅÅ-MM)'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-total-posted
                   MOVE 'Ange kontrollsumman' TO wc-printscr-string
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

           MOVE 'payroll-approve' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-approve-run.

           EXEC SQL
               SELECT run_id, run_status, control_total
               INTO :t-run-id, :t-run-status, :t-control-total
               FROM tbl_payroll_run
               WHERE pay_period = :t-pay-period
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Ingen lönekörning för perioden'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN t-run-status NOT = 'D'
                   MOVE 'Perioden är redan godkänd'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-control-total NOT = t-posted-total
                   MOVE 'Underlaget har ändrats - läs om det'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0210-check-pnr
           END-EVALUATE

           .

       *>**************************************************
       B0210-check-pnr.

           *> the payroll system pays by personnummer
           EXEC SQL
               SELECT COUNT(DISTINCT l.teacher_user_id)
               INTO :t-nopnr-cnt
               FROM tbl_payroll_line l
               INNER JOIN tbl_user u
                   ON u.user_id = l.teacher_user_id
               WHERE l.run_id = :t-run-id
               AND TRIM(COALESCE(u.user_pnr, '')) = ''
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF t-nopnr-cnt > ZERO
                    MOVE 'Lärare saknar personnummer'
                        TO wc-printscr-string
                    CALL 'stop-printscr' USING wc-printscr-string
                ELSE
                    PERFORM B0220-save-approval
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-save-approval.

           *> still the draft that was summarized - a rebuild in
           *> between changes the total and approves nothing
           EXEC SQL
               UPDATE tbl_payroll_run
               SET run_status = 'A',
                   approved_by = :wn-requesting-user-id,
                   approved_date = CURRENT_TIMESTAMP
               WHERE run_id = :t-run-id
               AND run_status = 'D'
               AND control_total = :t-posted-total
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Underlaget har ändrats - läs om det'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN OTHER
                   PERFORM B0230-write-audit-row
                   PERFORM B0290-commit-work
                   MOVE 'Löneunderlaget är godkänt'
                       TO wc-printscr-string
                   CALL 'ok-printscr' USING wc-printscr-string
           END-EVALUATE

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-approve-payroll' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'period=' t-pay-period
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE 'status=D' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'status=A total=' t-control-total
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
