       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Show a message template as it will be sent
       *>          - the current version, or template_version
       *>          posted, of template_key in template_lang
       *>          (Swedish when the language has none), with
       *>          sample values in the placeholders. Built by
       *>          the same fill-template.cpy the sending
       *>          programs use. Guarded by
       *>          'template-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-preview-message-template.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-list.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Förhandsvisa mall'.

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

       *> the template shown, filled with sample values -
       *> see copy/fill-template.cpy
       COPY template-vars.

       01  wc-now                     PIC X(21) VALUE SPACE.

       *> template texts are user-entered - escaped before
       *> they reach the page. html-escape-field works on
       *> 40-character fields, so a text is escaped 40
       *> characters at a time and put back together, the
       *> spaces at the end of each part kept
       01  wc-escape-source           PIC X(240) VALUE SPACE.
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.
       01  wc-escaped-text            PIC X(1440) VALUE SPACE.
       01  wn-escape-part             PIC 9(1)  VALUE ZERO.
       01  wn-escape-pos              PIC 9(3)  VALUE ZERO.
       01  wn-escape-ptr              PIC 9(4)  VALUE ZERO.
       01  wn-escape-len              PIC 9(3)  VALUE ZERO.
       01  wn-escape-trail            PIC 9(3)  VALUE ZERO.

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
                        PERFORM B0200-preview-template
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
               PERFORM A0110-init-preview-action
           END-IF

           .

       *>**************************************************
       A0110-init-preview-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the template to preview
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_key' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-tpl-key

           *> sv or en - sv when left out
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_lang' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:2) TO wc-tpl-lang
           END-IF

           *> optional - an earlier version
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_version' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                   TO wn-tpl-want-version
           END-IF

           IF wc-tpl-key NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ange mall' TO wc-printscr-string
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

           MOVE 'template-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-preview-template.

           PERFORM B0210-set-sample-values

           COPY fill-template.

           IF wc-tpl-found-flag NOT = 'Y'
               MOVE 'Mallen finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0220-write-preview-html
           END-IF

           .

       *>**************************************************
       B0210-set-sample-values.

           *> made-up values in every placeholder, so that the
           *> whole text can be read as a recipient would
           MOVE FUNCTION CURRENT-DATE TO wc-now
           MOVE SPACE TO wc-tpl-date
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-tpl-date
           END-STRING

           MOVE 'Anna Andersson' TO wc-tpl-name
           MOVE 'Matematik 1c' TO wc-tpl-course
           MOVE 450 TO wn-tpl-amount
           MOVE 3 TO wn-tpl-count
           MOVE 1 TO wn-tpl-count2
           MOVE 'K7Q2M9X4' TO wc-tpl-code
           MOVE ' Anna Andersson: 2' TO wc-tpl-text

           .

       *>**************************************************
       B0220-write-preview-html.

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Mall</th><td>'
                   FUNCTION TRIM(wc-tpl-key) ' (' wc-tpl-lang
                   ') version ' wn-tpl-version '</td></tr>'

           MOVE wc-tpl-subject TO wc-escape-source
           PERFORM B0230-escape-text
           DISPLAY '<tr><th>Ämne</th><td>'
                   FUNCTION TRIM(wc-escaped-text) '</td></tr>'

           MOVE wc-tpl-body TO wc-escape-source
           PERFORM B0230-escape-text
           DISPLAY '<tr><th>Text</th><td>'
                   FUNCTION TRIM(wc-escaped-text) '</td></tr>'
           DISPLAY '</table>'

           .

       *>**************************************************
       B0230-escape-text.

           MOVE SPACE TO wc-escaped-text
           MOVE 1 TO wn-escape-ptr
           PERFORM B0231-escape-part
               VARYING wn-escape-part FROM 1 BY 1
               UNTIL wn-escape-part > 6

           .

       *>**************************************************
       B0231-escape-part.

           COMPUTE wn-escape-pos = (wn-escape-part - 1) * 40 + 1
           MOVE wc-escape-source(wn-escape-pos:40)
               TO wc-escape-input

           IF wc-escape-source(wn-escape-pos:) NOT = SPACE
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value

               MOVE ZERO TO wn-escape-len
               IF wc-escaped-value NOT = SPACE
                   MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(wc-escaped-value TRAILING))
                        TO wn-escape-len
               END-IF
               MOVE ZERO TO wn-escape-trail
               INSPECT FUNCTION REVERSE(wc-escape-input)
                   TALLYING wn-escape-trail FOR LEADING SPACE
               ADD wn-escape-trail TO wn-escape-len

               IF wn-escape-len > ZERO
                   STRING wc-escaped-value(1:wn-escape-len)
                          DELIMITED BY SIZE INTO wc-escaped-text
                          WITH POINTER wn-escape-ptr
                   END-STRING
               END-IF
           END-IF

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
