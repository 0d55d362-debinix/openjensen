       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: May we publish this student's photo? The
       *>          consent register (tbl_publish_consent, through
       *>          v_publish_allowed) per purpose - photo
       *>          publication, yearbook and alumni contact - for
       *>          one student (student_user_id) or a whole class
       *>          (class_id) when the yearbook or the website
       *>          is put together. No answer on file is a no.
       *>          Read live, so a withdrawal shows at once.
       *>          Guarded by 'consent-read'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-publish-consent.
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

       01  wc-pagetitle   PIC X(20) VALUE 'Samtycken'.

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

       *> one student or one class
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id                 PIC  9(9) VALUE ZERO.
       01  wn-class-id                PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  consent-rec-vars.
           05  t-user-id                 PIC  9(9).
           05  t-student-name            PIC  X(80).
           05  t-photo-allowed           PIC  X(1).
           05  t-yearbook-allowed        PIC  X(1).
           05  t-alumni-allowed          PIC  X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> names are user-entered text - escaped before they
       *> reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wc-answer-photo            PIC X(3)  VALUE SPACE.
       01  wc-answer-yearbook         PIC X(3)  VALUE SPACE.
       01  wc-answer-alumni           PIC X(3)  VALUE SPACE.
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
                        PERFORM B0200-list-consents
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
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-user-id
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'class_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-class-id
           END-IF

           IF wc-session-token NOT = SPACE
              AND (wn-user-id > ZERO OR wn-class-id > ZERO)
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ange elev eller klass' TO wc-printscr-string
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

           MOVE 'consent-read' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-consents.

           *> one row per student - a yes only where the
           *> register holds a consent given and not withdrawn
           EXEC SQL
               DECLARE curspubconsent CURSOR FOR
               SELECT u.user_id,
                      TRIM(u.user_lastname) || ', ' ||
                      TRIM(u.user_firstname),
                      CASE WHEN EXISTS
                          (SELECT 1 FROM v_publish_allowed v
                           WHERE v.student_user_id = u.user_id
                           AND v.purpose_code = 'P')
                      THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM v_publish_allowed v
                           WHERE v.student_user_id = u.user_id
                           AND v.purpose_code = 'Y')
                      THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM v_publish_allowed v
                           WHERE v.student_user_id = u.user_id
                           AND v.purpose_code = 'A')
                      THEN 'Y' ELSE 'N' END
               FROM tbl_user u
               WHERE u.usertype_id = 1
               AND ((:wn-user-id > 0
                     AND u.user_id = :wn-user-id)
                    OR (:wn-user-id = 0
                        AND u.user_class = :wn-class-id
                        AND u.user_active = 'Y'))
               ORDER BY u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curspubconsent
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Elev</th><th>Foto</th>'
                   '<th>Skolkatalog</th><th>Alumnkontakt</th></tr>'

           EXEC SQL
               FETCH curspubconsent INTO :t-user-id,
                                         :t-student-name,
                                         :t-photo-allowed,
                                         :t-yearbook-allowed,
                                         :t-alumni-allowed
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               PERFORM B0210-write-consent-row

               EXEC SQL
                   FETCH curspubconsent INTO :t-user-id,
                                             :t-student-name,
                                             :t-photo-allowed,
                                             :t-yearbook-allowed,
                                             :t-alumni-allowed
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspubconsent
           END-EXEC

           IF wn-listed-cnt = ZERO
               DISPLAY '<p>Ingen elev hittades.</p>'
           END-IF

           .

       *>**************************************************
       B0210-write-consent-row.

           MOVE 'Nej' TO wc-answer-photo
           MOVE 'Nej' TO wc-answer-yearbook
           MOVE 'Nej' TO wc-answer-alumni

           IF t-photo-allowed = 'Y'
               MOVE 'Ja' TO wc-answer-photo
           END-IF
           IF t-yearbook-allowed = 'Y'
               MOVE 'Ja' TO wc-answer-yearbook
           END-IF
           IF t-alumni-allowed = 'Y'
               MOVE 'Ja' TO wc-answer-alumni
           END-IF

           MOVE t-student-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td><td>' FUNCTION TRIM(wc-answer-photo)
                   '</td><td>' FUNCTION TRIM(wc-answer-yearbook)
                   '</td><td>' FUNCTION TRIM(wc-answer-alumni)
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
