       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Open an assessment round (omdömen) for a
       *>          term - round_name, course_term - or move one
       *>          on: round_id with action=close (no more
       *>          writing), open (again) or publish (closed
       *>          rounds only; the students and guardians are
       *>          told and can read the assessments). Teachers
       *>          write through cgi-add-assessment while the
       *>          round is open. Recorded in tbl_audit. Guarded
       *>          by 'assessment-round'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-assessment-round.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Omdömen'.

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
       01  round-rec-vars.
             05  t-round-id             PIC  9(9)  VALUE ZERO.
             05  t-round-name           PIC  X(40) VALUE SPACE.
             05  t-course-term          PIC  X(10) VALUE SPACE.
             05  t-round-status         PIC  X(1)  VALUE SPACE.
             05  t-new-status           PIC  X(1)  VALUE SPACE.
             05  t-term-cnt             PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-round-action          PIC X(10) VALUE SPACE.

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
                        PERFORM B0200-save-round
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
               PERFORM A0110-init-add-action
           END-IF

           .

       *>**************************************************
       A0110-init-add-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> round_id - with action, an existing round
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> close, open (again) or publish
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO wc-round-action

           *> a new round - what everyone sees
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-round-name

           *> a new round - the term assessed
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_term' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-course-term

           EVALUATE TRUE
               WHEN t-round-id NOT = ZERO
                   EVALUATE wc-round-action
                       WHEN 'close'
                           MOVE 'C' TO t-new-status
                           SET is-valid-init TO TRUE
                       WHEN 'open'
                           MOVE 'O' TO t-new-status
                           SET is-valid-init TO TRUE
                       WHEN 'publish'
                           MOVE 'P' TO t-new-status
                           SET is-valid-init TO TRUE
                       WHEN OTHER
                           MOVE 'Ogiltig åtgärd' TO wc-printscr-string
                           CALL 'stop-printscr' USING
                                                wc-printscr-string
                   END-EVALUATE
               WHEN t-round-name = SPACE
                   MOVE 'Saknar namn på omgången'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-course-term = SPACE
                   MOVE 'Saknar termin' TO wc-printscr-string
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

           MOVE 'assessment-round' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-round.

           IF t-round-id = ZERO
               PERFORM B0210-insert-round
           ELSE
               PERFORM B0220-change-status
           END-IF

           .

       *>**************************************************
       B0210-insert-round.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-term-cnt
               FROM tbl_term
               WHERE term_code = :t-course-term
           END-EXEC

           IF  sqlcode NOT = zero OR t-term-cnt = ZERO
                MOVE 'Okänd termin' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                EXEC SQL
                    SELECT nextval('tbl_assessment_round_round_id_seq')
                    INTO :t-round-id
                END-EXEC

                EXEC SQL
                    INSERT INTO tbl_assessment_round
                    (round_id, round_name, course_term,
                     round_status, opened_by)
                    VALUES (:t-round-id, :t-round-name,
                            :t-course-term, 'O',
                            :wn-requesting-user-id)
                END-EXEC

                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                ELSE
                     MOVE '-' TO t-round-status
                     MOVE 'O' TO t-new-status
                     PERFORM B0240-write-audit-row
                     PERFORM B0290-commit-work
                     MOVE 'Omgången är öppnad' TO wc-printscr-string
                     CALL 'ok-printscr' USING wc-printscr-string
                     DISPLAY '<p>Omgång id: ' t-round-id '</p>'
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-change-status.

           EXEC SQL
               SELECT round_name, course_term, round_status
               INTO :t-round-name, :t-course-term, :t-round-status
               FROM tbl_assessment_round
               WHERE round_id = :t-round-id
           END-EXEC

           *> open and closed go back and forth while the talks
           *> are prepared; published is final - it has been read
           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   MOVE 'Okänd omgång' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-round-status = 'P'
                   MOVE 'Omgången är redan publicerad'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-new-status = 'P' AND t-round-status NOT = 'C'
                   MOVE 'Stäng omgången före publicering'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-new-status = t-round-status
                   MOVE 'Ingen ändring' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0225-update-status
           END-EVALUATE

           .

       *>**************************************************
       B0225-update-status.

           EXEC SQL
               UPDATE tbl_assessment_round
               SET round_status = :t-new-status,
                   published_date =
                       CASE WHEN :t-new-status = 'P'
                            THEN CURRENT_TIMESTAMP
                            ELSE published_date END
               WHERE round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF t-new-status = 'P'
                    PERFORM B0230-notify-readers
                END-IF
                PERFORM B0240-write-audit-row
                PERFORM B0290-commit-work
                EVALUATE t-new-status
                    WHEN 'C'
                        MOVE 'Omgången är stängd'
                             TO wc-printscr-string
                    WHEN 'O'
                        MOVE 'Omgången är öppnad'
                             TO wc-printscr-string
                    WHEN OTHER
                        MOVE 'Omdömena är publicerade'
                             TO wc-printscr-string
                END-EVALUATE
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-notify-readers.

           *> each student with an assessment in the round and
           *> every guardian linked to one, each once
           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category,
                template_key, template_version)
               SELECT
                   nextval('tbl_notification_notification_id_seq'),
                      r.user_id,
                      LEFT(REPLACE(t.template_body,
                           '{text}', TRIM(:t-round-name)), 80),
                      'grades', t.template_key, t.template_version
               FROM (SELECT a.user_id
                     FROM tbl_assessment a
                     WHERE a.round_id = :t-round-id
                     UNION
                     SELECT g.guardian_user_id
                     FROM tbl_guardian_student g
                     INNER JOIN tbl_assessment a
                         ON a.user_id = g.student_user_id
                     WHERE a.round_id = :t-round-id) r
               INNER JOIN tbl_user u
                   ON u.user_id = r.user_id
               CROSS JOIN LATERAL
                   (SELECT m.template_key, m.template_body,
                           m.template_version
                    FROM tbl_message_template m
                    WHERE m.template_key = 'assessment-published'
                    AND m.template_lang IN (u.user_language, 'sv')
                    ORDER BY CASE WHEN m.template_lang
                                       = u.user_language
                                  THEN 0 ELSE 1 END,
                             m.template_version DESC
                    LIMIT 1) t
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-add-assessment-round' TO t-audit-program
           IF t-round-status = '-'
               MOVE 'ADD' TO t-audit-action
           ELSE
               MOVE 'EDIT' TO t-audit-action
           END-IF
           MOVE SPACE TO t-audit-key
           STRING 'round_id=' t-round-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE t-round-status TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING t-new-status ' '
                  FUNCTION TRIM(t-course-term) ' '
                  FUNCTION TRIM(t-round-name)
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
