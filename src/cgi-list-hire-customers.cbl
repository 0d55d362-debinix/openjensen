       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The external hirers in tbl_hire_customer
       *>          with contact, invoice address and what is
       *>          booked but not yet invoiced. Active customers
       *>          only unless show_closed=Y; customer_id posted
       *>          lists just that customer. Registered through
       *>          cgi-add-hire-customer. Guarded by 'room-hire'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-hire-customers.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Hyreskunder'.

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
       01  customer-rec-vars.
           05  t-customer-id          PIC  9(9) VALUE ZERO.
           05  t-customer-name        PIC  X(40).
           05  t-customer-orgnr       PIC  X(11).
           05  t-contact-name         PIC  X(40).
           05  t-contact-email        PIC  X(40).
           05  t-contact-phone        PIC  X(20).
           05  t-invoice-address      PIC  X(40).
           05  t-invoice-postcode     PIC  X(6).
           05  t-invoice-city         PIC  X(40).
           05  t-customer-active      PIC  X(1).
           05  t-open-amount          PIC  9(9).
       01  t-show-closed              PIC  X(1) VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-customer      PIC X(480) VALUE SPACE.
       01  wc-escaped-contact       PIC X(480) VALUE SPACE.
       01  wc-escaped-email         PIC X(480) VALUE SPACE.
       01  wc-escaped-address       PIC X(480) VALUE SPACE.
       01  wc-escaped-city          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-customers
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

           *> customer_id (optional) - one customer only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-customer-id
           END-IF

           *> Y lists closed customers too
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'show_closed' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO t-show-closed
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
       B0200-list-customers.

           *> what is booked but not yet invoiced - approved hires
           *> that hire-invoice-run has not reached
           EXEC SQL
               DECLARE curscustomer CURSOR FOR
               SELECT k.customer_id, k.customer_name,
                      k.customer_orgnr, k.contact_name,
                      k.contact_email, k.contact_phone,
                      k.invoice_address, k.invoice_postcode,
                      k.invoice_city, k.customer_active,
                      COALESCE((SELECT SUM(h.hire_amount)
                                FROM tbl_hire_booking h
                                INNER JOIN tbl_room_booking b
                                    ON b.booking_id = h.booking_id
                                WHERE h.customer_id = k.customer_id
                                AND h.hire_invoice_id = 0
                                AND b.booking_status = 'A'), 0)
               FROM tbl_hire_customer k
               WHERE (k.customer_active = 'Y'
                      OR :t-show-closed = 'Y')
               AND (:t-customer-id = 0
                    OR k.customer_id = :t-customer-id)
               ORDER BY k.customer_name, k.customer_id
           END-EXEC

           EXEC SQL
               OPEN curscustomer
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Kund</th>'
                   '<th>Org.nr</th><th>Kontaktperson</th>'
                   '<th>E-post</th><th>Telefon</th>'
                   '<th>Fakturaadress</th><th>Aktiv</th>'
                   '<th>Ej fakturerat (kr)</th></tr>'

           EXEC SQL
               FETCH curscustomer INTO :t-customer-id,
                                      :t-customer-name,
                                      :t-customer-orgnr,
                                      :t-contact-name,
                                      :t-contact-email,
                                      :t-contact-phone,
                                      :t-invoice-address,
                                      :t-invoice-postcode,
                                      :t-invoice-city,
                                      :t-customer-active,
                                      :t-open-amount
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-customer-row

               EXEC SQL
                   FETCH curscustomer INTO :t-customer-id,
                                          :t-customer-name,
                                          :t-customer-orgnr,
                                          :t-contact-name,
                                          :t-contact-email,
                                          :t-contact-phone,
                                          :t-invoice-address,
                                          :t-invoice-postcode,
                                          :t-invoice-city,
                                          :t-customer-active,
                                          :t-open-amount
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscustomer
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0210-write-customer-row.

           MOVE t-customer-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-customer
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-customer

           MOVE t-contact-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-contact
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-contact

           MOVE t-contact-email TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-email
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-email

           MOVE t-invoice-address TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-address
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-address

           MOVE t-invoice-city TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-city
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-city

           DISPLAY '<tr><td>' t-customer-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-customer) '</td>'
                   '<td>' t-customer-orgnr '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-contact) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-email) '</td>'
                   '<td>' t-contact-phone '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-address) ', '
                          t-invoice-postcode ' '
                          FUNCTION TRIM(wc-escaped-city) '</td>'
                   '<td>' t-customer-active '</td>'
                   '<td>' t-open-amount '</td></tr>'

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
