       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Save a new text for one of the message
       *>          templates in tbl_message_template - key,
       *>          language (sv/en), subject and body. The
       *>          texts are longer than a posted field, so the
       *>          subject comes as subject_1..2 and the body as
       *>          body_1..6, 40 characters each. Nothing is
       *>          overwritten: the text is stored as the next
       *>          version, which the sending programs use from
       *>          then on (fill-template.cpy), and the save is
       *>          recorded in tbl_audit. Guarded by
       *>          'template-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-message-template.
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

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Meddelandemall'.

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
       01  template-save-vars.
             05  t-template-key         PIC  X(30) VALUE SPACE.
             05  t-template-lang        PIC  X(2)  VALUE SPACE.
             05  t-template-subject     PIC  X(80) VALUE SPACE.
             05  t-template-body        PIC  X(240) VALUE SPACE.
             05  t-old-version          PIC  9(9) VALUE ZERO.
             05  t-new-version          PIC  9(9) VALUE ZERO.
             05  t-key-cnt              PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> subject and body arrive in 40-character parts -
       *> subject_1..2 and body_1..6 - and are put back
       *> together position by position
       01  wc-part-name               PIC X(10) VALUE SPACE.
       01  wn-part-no                 PIC 9(1)  VALUE ZERO.
       01  wn-part-pos                PIC 9(3)  VALUE ZERO.

       01  wc-saved-message           PIC X(40) VALUE SPACE.
       01  wn-display-version         PIC Z(8)9 VALUE ZERO.

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
                        PERFORM B0200-save-template
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
               PERFORM A0110-init-set-action
           END-IF

           .

       *>**************************************************
       A0110-init-set-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the template, one of the keys on file
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_key' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-template-key

           *> sv or en
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'template_lang' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:2) TO t-template-lang

           MOVE SPACE TO t-template-subject
           PERFORM A0120-get-subject-part
               VARYING wn-part-no FROM 1 BY 1
               UNTIL wn-part-no > 2

           MOVE SPACE TO t-template-body
           PERFORM A0130-get-body-part
               VARYING wn-part-no FROM 1 BY 1
               UNTIL wn-part-no > 6

           IF t-template-key = SPACE
               MOVE 'Ange mall' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF t-template-lang NOT = 'sv'
                  AND t-template-lang NOT = 'en'
                   MOVE 'Språk ska vara sv eller en'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   IF t-template-body = SPACE
                       MOVE 'Mallen saknar text'
                           TO wc-printscr-string
                       CALL 'stop-printscr' USING
                                            wc-printscr-string
                   ELSE
                       SET is-valid-init TO TRUE
                   END-IF
               END-IF
           END-IF

           .

       *>**************************************************
       A0120-get-subject-part.

           MOVE SPACE TO wc-part-name
           STRING 'subject_' wn-part-no
                  DELIMITED BY SIZE INTO wc-part-name
           END-STRING

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE wc-part-name TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           COMPUTE wn-part-pos = (wn-part-no - 1) * 40 + 1
           MOVE wc-post-value TO t-template-subject(wn-part-pos:40)

           .

       *>**************************************************
       A0130-get-body-part.

           MOVE SPACE TO wc-part-name
           STRING 'body_' wn-part-no
                  DELIMITED BY SIZE INTO wc-part-name
           END-STRING

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE wc-part-name TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           COMPUTE wn-part-pos = (wn-part-no - 1) * 40 + 1
           MOVE wc-post-value TO t-template-body(wn-part-pos:40)

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
       B0200-save-template.

           *> only the keys the programs ask for are on file -
           *> a new key would never be sent
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-key-cnt
               FROM tbl_message_template
               WHERE template_key = :t-template-key
           END-EXEC

           IF t-key-cnt = ZERO
               MOVE 'Mallen finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-insert-version
           END-IF

           .

       *>**************************************************
       B0210-insert-version.

           *> never overwritten - each save is the next version
           EXEC SQL
               SELECT COALESCE(MAX(template_version), 0)
               INTO :t-old-version
               FROM tbl_message_template
               WHERE template_key = :t-template-key
               AND template_lang = :t-template-lang
           END-EXEC

           COMPUTE t-new-version = t-old-version + 1

           EXEC SQL
               INSERT INTO tbl_message_template
               (template_key, template_lang, template_version,
                template_subject, template_body, created_by)
               VALUES (:t-template-key, :t-template-lang,
                       :t-new-version, :t-template-subject,
                       :t-template-body, :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE t-new-version TO wn-display-version
                MOVE SPACE TO wc-saved-message
                STRING 'Mallen sparad som version '
                       FUNCTION TRIM(wn-display-version)
                       DELIMITED BY SIZE INTO wc-saved-message
                END-STRING
                MOVE wc-saved-message TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-message-template' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'template=' FUNCTION TRIM(t-template-key)
                  '/' t-template-lang
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'version=' t-old-version
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'version=' t-new-version
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
