       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The host companies for workplace placements
       *>          (APL / LIA) with their contact people - one
       *>          row per contact, a company without contacts
       *>          on a row of its own. Active companies only;
       *>          company_id posted lists just that company.
       *>          Registered through cgi-add-host-company and
       *>          cgi-add-host-contact. Guarded by 'placement'.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-host-companies.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Värdföretag'.

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
       01  company-rec-vars.
           05  t-company-id           PIC  9(9) VALUE ZERO.
           05  t-company-name         PIC  X(40).
           05  t-company-orgnr        PIC  X(11).
           05  t-company-city         PIC  X(40).
           05  t-company-phone        PIC  X(20).
           05  t-contact-id           PIC  9(9).
           05  t-contact-name         PIC  X(40).
           05  t-contact-title        PIC  X(40).
           05  t-contact-phone        PIC  X(20).
           05  t-contact-email        PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-company       PIC X(480) VALUE SPACE.
       01  wc-escaped-city          PIC X(480) VALUE SPACE.
       01  wc-escaped-contact       PIC X(480) VALUE SPACE.
       01  wc-escaped-title         PIC X(480) VALUE SPACE.
       01  wc-escaped-email         PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-companies
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

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> company_id (optional) - one company only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'company_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-company-id
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

           MOVE 'placement' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-companies.

           EXEC SQL
               DECLARE curscompany CURSOR FOR
               SELECT c.company_id, c.company_name,
                      c.company_orgnr, c.company_city,
                      c.company_phone,
                      COALESCE(k.contact_id, 0),
                      COALESCE(k.contact_name, ''),
                      COALESCE(k.contact_title, ''),
                      COALESCE(k.contact_phone, ''),
                      COALESCE(k.contact_email, '')
               FROM tbl_host_company c
               LEFT JOIN tbl_host_contact k
               ON k.company_id = c.company_id
               WHERE c.company_active = 'Y'
               AND (:t-company-id = 0
                    OR c.company_id = :t-company-id)
               ORDER BY c.company_name, c.company_id,
                        k.contact_name
           END-EXEC

           EXEC SQL
               OPEN curscompany
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Företag</th>'
                   '<th>Org.nr</th><th>Ort</th><th>Telefon</th>'
                   '<th>Kontakt id</th><th>Kontaktperson</th>'
                   '<th>Roll</th><th>Telefon</th>'
                   '<th>E-post</th></tr>'

           EXEC SQL
               FETCH curscompany INTO :t-company-id,
                                      :t-company-name,
                                      :t-company-orgnr,
                                      :t-company-city,
                                      :t-company-phone,
                                      :t-contact-id,
                                      :t-contact-name,
                                      :t-contact-title,
                                      :t-contact-phone,
                                      :t-contact-email
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-company-row

               EXEC SQL
                   FETCH curscompany INTO :t-company-id,
                                          :t-company-name,
                                          :t-company-orgnr,
                                          :t-company-city,
                                          :t-company-phone,
                                          :t-contact-id,
                                          :t-contact-name,
                                          :t-contact-title,
                                          :t-contact-phone,
                                          :t-contact-email
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscompany
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0210-write-company-row.

           MOVE t-company-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-company
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-company

           MOVE t-company-city TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-city
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-city

           MOVE t-contact-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-contact
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-contact

           MOVE t-contact-title TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-title
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-title

           MOVE t-contact-email TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-email
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-email

           DISPLAY '<tr><td>' t-company-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-company) '</td>'
                   '<td>' t-company-orgnr '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-city) '</td>'
                   '<td>' t-company-phone '</td>'
                   '<td>' t-contact-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-contact) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-title) '</td>'
                   '<td>' t-contact-phone '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-email)
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
