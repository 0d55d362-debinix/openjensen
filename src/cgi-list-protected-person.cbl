       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The restricted screen for protected
       *>          identities. Without a user_id it lists every
       *>          person marked protected with the number of
       *>          active overrides; with one it shows that
       *>          person's address, emergency contacts and
       *>          outbound-file overrides - the only place those
       *>          are shown once the mark is set. Every read is
       *>          written to tbl_audit. Guarded by
       *>          'protected-identity'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-protected-person.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Skyddad identitet'.

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
       01  person-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-user-firstname       PIC  X(40) VALUE SPACE.
             05  t-user-lastname        PIC  X(40) VALUE SPACE.
             05  t-user-street          PIC  X(40) VALUE SPACE.
             05  t-user-postalcode      PIC  X(10) VALUE SPACE.
             05  t-user-city            PIC  X(40) VALUE SPACE.
             05  t-user-protected       PIC  X(1) VALUE SPACE.
             05  t-override-cnt         PIC  9(4) VALUE ZERO.
       01  contact-rec-vars.
             05  t-contact-name         PIC  X(40) VALUE SPACE.
             05  t-contact-phone        PIC  X(40) VALUE SPACE.
             05  t-contact-relation     PIC  X(20) VALUE SPACE.
       01  override-rec-vars.
             05  t-override-id          PIC  9(9) VALUE ZERO.
             05  t-override-scope       PIC  X(30) VALUE SPACE.
             05  t-override-reason      PIC  X(40) VALUE SPACE.
             05  t-override-todate      PIC  X(10) VALUE SPACE.
             05  t-override-revoked     PIC  X(1) VALUE SPACE.
       01  wn-user-id                   PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> names, addresses and contacts are user-entered text -
       *> escaped before they reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wn-person-listed-cnt       PIC 9(5) VALUE ZERO.

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
                        PERFORM B0200-show-protected
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

           *> one person in full; left out, the list of protected
           *> persons
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-user-id
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

           MOVE 'protected-identity' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-show-protected.

           IF wn-user-id = ZERO
               PERFORM B0210-list-protected-persons
           ELSE
               PERFORM B0230-show-one-person
           END-IF

           PERFORM B0280-write-audit-row
           PERFORM B0290-commit-work

           .

       *>**************************************************
       B0210-list-protected-persons.

           EXEC SQL
               DECLARE curspilist CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      (SELECT COUNT(*)
                       FROM tbl_protected_override o
                       WHERE o.user_id = u.user_id
                       AND o.override_revoked = 'N'
                       AND o.override_todate >=
                           TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'))
               FROM tbl_user u
               WHERE u.user_protected = 'Y'
               ORDER BY u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curspilist
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Namn</th>'
                   '<th>Aktiva undantag</th></tr>'

           EXEC SQL
               FETCH curspilist INTO :t-user-id,
                                     :t-user-firstname,
                                     :t-user-lastname,
                                     :t-override-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0215-write-person-html-row

               EXEC SQL
                   FETCH curspilist INTO :t-user-id,
                                         :t-user-firstname,
                                         :t-user-lastname,
                                         :t-override-cnt
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspilist
           END-EXEC

           .

       *>**************************************************
       B0215-write-person-html-row.

           MOVE t-user-firstname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' t-user-id '</td><td>'
                   FUNCTION TRIM(wc-escaped-value) ' '

           MOVE t-user-lastname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-override-cnt '</td></tr>'

           ADD 1 TO wn-person-listed-cnt

           .

       *>**************************************************
       B0230-show-one-person.

           EXEC SQL
               SELECT user_firstname, user_lastname, user_street,
                      user_postalcode, user_city, user_protected
               INTO :t-user-firstname, :t-user-lastname,
                    :t-user-street, :t-user-postalcode,
                    :t-user-city, :t-user-protected
               FROM tbl_user
               WHERE user_id = :wn-user-id
           END-EXEC

           IF sqlcode NOT = zero
               MOVE 'Denna användare finns ej'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0235-write-person
               PERFORM B0240-list-contacts
               PERFORM B0250-list-overrides
               MOVE 1 TO wn-person-listed-cnt
           END-IF

           .

       *>**************************************************
       B0235-write-person.

           MOVE t-user-firstname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<h2>' FUNCTION TRIM(wc-escaped-value) ' '
           MOVE t-user-lastname TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY FUNCTION TRIM(wc-escaped-value) '</h2>'

           IF t-user-protected = 'Y'
               DISPLAY '<p>Skyddade personuppgifter</p>'
           END-IF

           MOVE t-user-street TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<p>Adress: '
                   FUNCTION TRIM(wc-escaped-value) ', '
                   FUNCTION TRIM(t-user-postalcode) ' '
           MOVE t-user-city TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY FUNCTION TRIM(wc-escaped-value) '</p>'

           .

       *>**************************************************
       B0240-list-contacts.

           EXEC SQL
               DECLARE curspicontact CURSOR FOR
               SELECT contact_name, contact_phone,
                      contact_relation
               FROM tbl_emergency_contact
               WHERE user_id = :wn-user-id
               ORDER BY contact_id
           END-EXEC

           EXEC SQL
               OPEN curspicontact
           END-EXEC

           DISPLAY '<h3>Anhöriga</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Namn</th><th>Telefon</th>'
                   '<th>Relation</th></tr>'

           EXEC SQL
               FETCH curspicontact INTO :t-contact-name,
                                        :t-contact-phone,
                                        :t-contact-relation
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0245-write-contact-html-row

               EXEC SQL
                   FETCH curspicontact INTO :t-contact-name,
                                            :t-contact-phone,
                                            :t-contact-relation
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspicontact
           END-EXEC

           .

       *>**************************************************
       B0245-write-contact-html-row.

           MOVE t-contact-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td>'

           MOVE t-contact-phone TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                   '</td>'

           MOVE t-contact-relation TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                   '</td></tr>'

           .

       *>**************************************************
       B0250-list-overrides.

           EXEC SQL
               DECLARE curspioverride CURSOR FOR
               SELECT override_id, override_scope,
                      override_reason, override_todate,
                      override_revoked
               FROM tbl_protected_override
               WHERE user_id = :wn-user-id
               ORDER BY override_id DESC
           END-EXEC

           EXEC SQL
               OPEN curspioverride
           END-EXEC

           DISPLAY '<h3>Undantag för exportfiler</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Fil</th><th>Skäl</th>'
                   '<th>Till och med</th><th>Återkallat</th></tr>'

           EXEC SQL
               FETCH curspioverride INTO :t-override-id,
                                         :t-override-scope,
                                         :t-override-reason,
                                         :t-override-todate,
                                         :t-override-revoked
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0255-write-override-html-row

               EXEC SQL
                   FETCH curspioverride INTO :t-override-id,
                                             :t-override-scope,
                                             :t-override-reason,
                                             :t-override-todate,
                                             :t-override-revoked
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspioverride
           END-EXEC

           .

       *>**************************************************
       B0255-write-override-html-row.

           MOVE t-override-reason TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' t-override-id '</td>'
                   '<td>' FUNCTION TRIM(t-override-scope) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-override-todate '</td>'
                   '<td>' t-override-revoked '</td></tr>'

           .

       *>**************************************************
       B0280-write-audit-row.

           *> who read a protected person's address is part of the
           *> protection
           MOVE 'cgi-list-protected-person' TO t-audit-program
           MOVE 'VIEW' TO t-audit-action
           MOVE SPACE TO t-audit-key
           IF wn-user-id NOT = ZERO
               STRING 'user_id=' wn-user-id
                      DELIMITED BY SIZE INTO t-audit-key
               END-STRING
           ELSE
               MOVE 'protected persons list' TO t-audit-key
           END-IF
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING wn-person-listed-cnt ' persons read'
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
