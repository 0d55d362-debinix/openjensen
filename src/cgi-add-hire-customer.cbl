       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Register an external hirer - association or
       *>          company renting rooms evenings and weekends -
       *>          in tbl_hire_customer with contact and invoice
       *>          address; with customer_id posted the customer
       *>          is changed instead (customer_active=N closes
       *>          it for new hires). Recorded in tbl_audit.
       *>          Guarded by 'room-hire'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-hire-customer.
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
            03  is-customer-found-switch       PIC X   VALUE 'N'.
                88  is-customer-found                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Hyreskund'.

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
       01  customer-rec-vars.
             05  t-customer-id          PIC  9(9)  VALUE ZERO.
             05  t-customer-name        PIC  X(40) VALUE SPACE.
             05  t-customer-orgnr       PIC  X(11) VALUE SPACE.
             05  t-contact-name         PIC  X(40) VALUE SPACE.
             05  t-contact-email        PIC  X(40) VALUE SPACE.
             05  t-contact-phone        PIC  X(20) VALUE SPACE.
             05  t-invoice-address      PIC  X(40) VALUE SPACE.
             05  t-invoice-postcode     PIC  X(6)  VALUE SPACE.
             05  t-invoice-city         PIC  X(40) VALUE SPACE.
             05  t-customer-active      PIC  X(1)  VALUE 'Y'.
       01  t-old-customer-name          PIC  X(40) VALUE SPACE.
       01  t-old-customer-active        PIC  X(1)  VALUE SPACE.
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
                        PERFORM B0200-save-customer
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
               PERFORM A0110-init-save-action
           END-IF

           .

       *>**************************************************
       A0110-init-save-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> an existing customer to change (blank = new)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-customer-id
           END-IF

           *> the hirer - association or company (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-customer-name

           *> organisation number, e.g. 802400-1234 (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_orgnr' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:11) TO t-customer-orgnr

           *> the contact person, mail and phone (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'contact_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-contact-name

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'contact_email' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-contact-email

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'contact_phone' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:20) TO t-contact-phone

           *> where the invoice goes (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'invoice_address' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-invoice-address

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'invoice_postcode' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:6) TO t-invoice-postcode

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'invoice_city' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-invoice-city

           *> N closes the customer for new hires (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'customer_active' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'N'
               MOVE 'N' TO t-customer-active
           END-IF

           IF t-customer-name NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar kundnamn' TO wc-printscr-string
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

           MOVE 'room-hire' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-customer.

           IF t-customer-id = ZERO
               PERFORM B0210-add-customer
           ELSE
               EXEC SQL
                   SELECT customer_name, customer_active
                   INTO :t-old-customer-name, :t-old-customer-active
                   FROM tbl_hire_customer
                   WHERE customer_id = :t-customer-id
               END-EXEC

               IF  sqlcode NOT = zero
                   MOVE 'Okänd kund' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-customer-found TO TRUE
                   PERFORM B0215-change-customer
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-add-customer.

           EXEC SQL
               SELECT nextval('tbl_hire_customer_customer_id_seq')
               INTO :t-customer-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_hire_customer
               (customer_id, customer_name, customer_orgnr,
                contact_name, contact_email, contact_phone,
                invoice_address, invoice_postcode, invoice_city,
                customer_active, created_by)
               VALUES (:t-customer-id, :t-customer-name,
                       :t-customer-orgnr, :t-contact-name,
                       :t-contact-email, :t-contact-phone,
                       :t-invoice-address, :t-invoice-postcode,
                       :t-invoice-city, :t-customer-active,
                       :wn-requesting-user-id)
           END-EXEC

           PERFORM B0218-finish-save

           .

       *>**************************************************
       B0215-change-customer.

           EXEC SQL
               UPDATE tbl_hire_customer
               SET customer_name = :t-customer-name,
                   customer_orgnr = :t-customer-orgnr,
                   contact_name = :t-contact-name,
                   contact_email = :t-contact-email,
                   contact_phone = :t-contact-phone,
                   invoice_address = :t-invoice-address,
                   invoice_postcode = :t-invoice-postcode,
                   invoice_city = :t-invoice-city,
                   customer_active = :t-customer-active
               WHERE customer_id = :t-customer-id
           END-EXEC

           PERFORM B0218-finish-save

           .

       *>**************************************************
       B0218-finish-save.

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Hyreskund sparad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>customer_id: ' t-customer-id '</p>'
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-hire-customer' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'customer_id=' t-customer-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-customer-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING t-old-customer-name ' active='
                      t-old-customer-active
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING t-customer-name ' ' t-customer-orgnr
                  ' active=' t-customer-active
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
