       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Publish the draft course plan (lokal
       *>          pedagogisk planering) of one offering -
       *>          course_id. The version out until now is kept
       *>          as superseded; the enrolled students and their
       *>          guardians get a notification (template
       *>          'course-plan-published'). Recorded in
       *>          tbl_audit. Guarded by 'course-plan' - a
       *>          teacher for their own courses only.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-publish-course-plan.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Kursplanering'.

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
       01  plan-rec-vars.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-owner-cnt            PIC  9(4)  VALUE ZERO.
             05  t-plan-id              PIC  9(9)  VALUE ZERO.
             05  t-plan-version         PIC  9(4)  VALUE ZERO.
             05  t-row-cnt              PIC  9(4)  VALUE ZERO.
             05  t-notified-cnt         PIC  9(6)  VALUE ZERO.
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
                        PERFORM B0200-publish-plan
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
               PERFORM A0110-init-publish-action
           END-IF

           .

       *>**************************************************
       A0110-init-publish-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the course offering (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           IF wc-session-token = SPACE OR t-course-id = ZERO
               MOVE 'Saknar kurs' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               SET is-valid-init TO TRUE
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

           MOVE 'course-plan' TO wc-permission-function

           COPY check-permission.

           *> a teacher writes the plans of their own courses -
           *> Utbildningsledare and Administratör any course's
           IF is-caller-authorized
              AND wn-requesting-usertype-id = 2
               MOVE ZERO TO t-owner-cnt
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-owner-cnt
                   FROM tbl_course_teacher
                   WHERE course_id = :t-course-id
                   AND teacher_user_id = :wn-requesting-user-id
               END-EXEC
               IF  sqlcode NOT = zero OR t-owner-cnt = ZERO
                   MOVE 'N' TO is-caller-authorized-switch
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-publish-plan.

           EXEC SQL
               SELECT c.course_name, p.plan_id, p.plan_version,
                      (SELECT COUNT(*)
                       FROM tbl_course_plan_row r
                       WHERE r.plan_id = p.plan_id)
               INTO :t-course-name, :t-plan-id, :t-plan-version,
                    :t-row-cnt
               FROM tbl_course c
               INNER JOIN tbl_course_plan p
                   ON p.course_id = c.course_id
               WHERE c.course_id = :t-course-id
               AND p.plan_status = 'D'
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Inget utkast att publicera'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN t-row-cnt = ZERO
                   MOVE 'Utkastet är tomt' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0210-switch-versions
           END-EVALUATE

           .

       *>**************************************************
       B0210-switch-versions.

           *> the version out until now is kept as superseded -
           *> what the students had in their hands can be shown
           EXEC SQL
               UPDATE tbl_course_plan
               SET plan_status = 'S'
               WHERE course_id = :t-course-id
               AND plan_status = 'P'
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    UPDATE tbl_course_plan
                    SET plan_status = 'P',
                        published_by = :wn-requesting-user-id,
                        published_date = CURRENT_TIMESTAMP
                    WHERE plan_id = :t-plan-id
                END-EXEC
                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                ELSE
                     PERFORM B0220-notify-readers
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-notify-readers.

           *> every enrolled student and every guardian linked to
           *> one, each once, in their own language
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-notified-cnt
               FROM (SELECT e.user_id
                     FROM tbl_enrollment e
                     WHERE e.course_id = :t-course-id
                     UNION
                     SELECT g.guardian_user_id
                     FROM tbl_guardian_student g
                     INNER JOIN tbl_enrollment e
                         ON e.user_id = g.student_user_id
                     WHERE e.course_id = :t-course-id) r
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category,
                template_key, template_version)
               SELECT
                   nextval('tbl_notification_notification_id_seq'),
                      r.user_id,
                      LEFT(REPLACE(REPLACE(t.template_body,
                           '{kurs}', TRIM(:t-course-name)),
                           '{antal}',
                           CAST(:t-plan-version AS VARCHAR)), 80),
                      'other', t.template_key, t.template_version
               FROM (SELECT e.user_id
                     FROM tbl_enrollment e
                     WHERE e.course_id = :t-course-id
                     UNION
                     SELECT g.guardian_user_id
                     FROM tbl_guardian_student g
                     INNER JOIN tbl_enrollment e
                         ON e.user_id = g.student_user_id
                     WHERE e.course_id = :t-course-id) r
               INNER JOIN tbl_user u
                   ON u.user_id = r.user_id
               CROSS JOIN LATERAL
                   (SELECT m.template_key, m.template_body,
                           m.template_version
                    FROM tbl_message_template m
                    WHERE m.template_key = 'course-plan-published'
                    AND m.template_lang IN (u.user_language, 'sv')
                    ORDER BY CASE WHEN m.template_lang
                                       = u.user_language
                                  THEN 0 ELSE 1 END,
                             m.template_version DESC
                    LIMIT 1) t
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kursplaneringen är publicerad'
                     TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Version ' t-plan-version ' - '
                        t-notified-cnt ' elever och '
                        'vårdnadshavare meddelade</p>'
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-publish-course-plan' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'course_id=' t-course-id
                  ' version=' t-plan-version
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE 'D' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'P rows=' t-row-cnt
                  ' notified=' t-notified-cnt
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
