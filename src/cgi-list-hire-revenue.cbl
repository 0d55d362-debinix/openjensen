       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Invoiced room-hire revenue per period and
       *>          customer - invoices, hires, hours and amount -
       *>          from the invoices hire-invoice-run has made
       *>          (tbl_hire_invoice), with a total line. Limited
       *>          by period_from/period_to (YYYY-MM) and
       *>          customer_id when posted. Kept apart from the
       *>          material fees. Guarded by 'room-hire'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-hire-revenue.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Hyresintäkter'.

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
       01  revenue-rec-vars.
           05  t-period               PIC  X(7).
           05  t-customer-id          PIC  9(9) VALUE ZERO.
           05  t-customer-name        PIC  X(40).
           05  t-invoice-cnt          PIC  9(5).
           05  t-hire-cnt             PIC  9(5).
           05  t-hire-minutes         PIC  9(7).
           05  t-hire-amount          PIC  9(9).
       01  t-period-from              PIC  X(7) VALUE SPACE.
       01  t-period-to                PIC  X(7) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-customer      PIC X(480) VALUE SPACE.

       *> hours and the totals over the list
       01  wn-hours-edit            PIC Z(5)9.99 VALUE ZERO.
       01  wn-total-minutes         PIC 9(9)  VALUE ZERO.
       01  wn-total-amount          PIC 9(11) VALUE ZERO.

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
                        PERFORM B0200-list-revenue
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
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> first and last period, YYYY-MM (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'period_from' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:7) TO t-period-from

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'period_to' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:7) TO t-period-to

           *> customer_id (optional) - one customer only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-customer-id
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

           MOVE 'room-hire' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-revenue.

           *> invoiced hire revenue per period and customer, from
           *> hire-invoice-run's invoices - the material fees are
           *> in cgi-list-balance and the SIE export, not here
           EXEC SQL
               DECLARE cursrevenue CURSOR FOR
               SELECT i.period, k.customer_id, k.customer_name,
                      COUNT(DISTINCT i.hire_invoice_id),
                      COUNT(*), SUM(h.hire_minutes),
                      SUM(h.hire_amount)
               FROM tbl_hire_invoice i
               INNER JOIN tbl_hire_booking h
                   ON h.hire_invoice_id = i.hire_invoice_id
               INNER JOIN tbl_hire_customer k
                   ON k.customer_id = i.customer_id
               WHERE (:t-period-from = ''
                      OR i.period >= :t-period-from)
               AND (:t-period-to = ''
                    OR i.period <= :t-period-to)
               AND (:t-customer-id = 0
                    OR i.customer_id = :t-customer-id)
               GROUP BY i.period, k.customer_id, k.customer_name
               ORDER BY i.period, k.customer_name, k.customer_id
           END-EXEC

           EXEC SQL
               OPEN cursrevenue
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Period</th><th>Kund</th>'
                   '<th>Fakturor</th><th>Uthyrningar</th>'
                   '<th>Timmar</th><th>Belopp (kr)</th></tr>'

           EXEC SQL
               FETCH cursrevenue INTO :t-period, :t-customer-id,
                                     :t-customer-name,
                                     :t-invoice-cnt, :t-hire-cnt,
                                     :t-hire-minutes,
                                     :t-hire-amount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-revenue-row

               EXEC SQL
                   FETCH cursrevenue INTO :t-period, :t-customer-id,
                                         :t-customer-name,
                                         :t-invoice-cnt, :t-hire-cnt,
                                         :t-hire-minutes,
                                         :t-hire-amount
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursrevenue
           END-EXEC

           COMPUTE wn-hours-edit = wn-total-minutes / 60
           DISPLAY '<tr><td colspan="4"><b>Summa</b></td>'
                   '<td>' FUNCTION TRIM(wn-hours-edit) '</td>'
                   '<td>' wn-total-amount '</td></tr>'
           DISPLAY '</table>'

           .

       *>**************************************************
       B0210-write-revenue-row.

           MOVE t-customer-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-customer
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-customer

           COMPUTE wn-hours-edit = t-hire-minutes / 60
           ADD t-hire-minutes TO wn-total-minutes
           ADD t-hire-amount TO wn-total-amount

           DISPLAY '<tr><td>' t-period '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-customer)
                          ' (' t-customer-id ')</td>'
                   '<td>' t-invoice-cnt '</td>'
                   '<td>' t-hire-cnt '</td>'
                   '<td>' FUNCTION TRIM(wn-hours-edit) '</td>'
                   '<td>' t-hire-amount '</td></tr>'

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
