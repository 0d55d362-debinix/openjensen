       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: List the message templates - the current
       *>          version of every template and language, or
       *>          with template_key posted every version of
       *>          that template, newest first, with who saved
       *>          it and when. Guarded by
       *>          'template-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-message-template.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Meddelandemallar'.

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
       01  template-rec-vars.
             05  t-template-key         PIC  X(30) VALUE SPACE.
             05  t-template-lang        PIC  X(2)  VALUE SPACE.
             05  t-template-version     PIC  9(9) VALUE ZERO.
             05  t-template-subject     PIC  X(80) VALUE SPACE.
             05  t-template-body        PIC  X(240) VALUE SPACE.
             05  t-created-date         PIC  X(16) VALUE SPACE.
             05  t-created-by           PIC  X(81) VALUE SPACE.
       *> one key's full history; blank lists the current texts
       01  wc-filter-key                PIC  X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

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

       01  wn-template-listed-cnt     PIC 9(5) VALUE ZERO.

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
                        PERFORM B0200-list-templates
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

           *> optional - every version of this template
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_key' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-filter-key

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Inloggning saknas' TO wc-printscr-string
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
       B0200-list-templates.

           EXEC SQL
               DECLARE curstemplate CURSOR FOR
               SELECT t.template_key, t.template_lang,
                      t.template_version, t.template_subject,
                      t.template_body,
                      TO_CHAR(t.created_date, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(TRIM(u.user_firstname) || ' '
                               || TRIM(u.user_lastname), '')
               FROM tbl_message_template t
               LEFT JOIN tbl_user u
                   ON u.user_id = t.created_by
               WHERE (:wc-filter-key <> ''
                      AND t.template_key = :wc-filter-key)
               OR (:wc-filter-key = ''
                   AND t.template_version =
                       (SELECT MAX(c.template_version)
                        FROM tbl_message_template c
                        WHERE c.template_key = t.template_key
                        AND c.template_lang = t.template_lang))
               ORDER BY t.template_key, t.template_lang,
                        t.template_version DESC
           END-EXEC

           EXEC SQL
               OPEN curstemplate
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Mall</th><th>Språk</th>'
                   '<th>Version</th><th>Sparad</th><th>Av</th>'
                   '<th>Ämne</th><th>Text</th></tr>'

           EXEC SQL
               FETCH curstemplate INTO :t-template-key,
                                       :t-template-lang,
                                       :t-template-version,
                                       :t-template-subject,
                                       :t-template-body,
                                       :t-created-date,
                                       :t-created-by
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-template-html-row

               EXEC SQL
                   FETCH curstemplate INTO :t-template-key,
                                           :t-template-lang,
                                           :t-template-version,
                                           :t-template-subject,
                                           :t-template-body,
                                           :t-created-date,
                                           :t-created-by
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curstemplate
           END-EXEC

           IF wn-template-listed-cnt = ZERO
               MOVE 'Inga mallar' TO wc-printscr-string
               CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0210-write-template-html-row.

           *> a seeded version has no author
           IF t-created-by = SPACE
               MOVE '-' TO t-created-by
           END-IF

           DISPLAY '<tr><td>' FUNCTION TRIM(t-template-key) '</td>'
                   '<td>' t-template-lang '</td>'
                   '<td>' t-template-version '</td>'
                   '<td>' t-created-date '</td>'

           MOVE t-created-by TO wc-escape-source
           PERFORM B0230-escape-text
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-text) '</td>'

           MOVE t-template-subject TO wc-escape-source
           PERFORM B0230-escape-text
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-text) '</td>'

           MOVE t-template-body TO wc-escape-source
           PERFORM B0230-escape-text
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-text)
                   '</td></tr>'

           ADD 1 TO wn-template-listed-cnt

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
