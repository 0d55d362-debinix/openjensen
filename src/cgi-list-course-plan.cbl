       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Show the course plan (lokal pedagogisk
       *>          planering) of one offering - course_id - as
       *>          published: the weeks and what they cover, the
       *>          examination and the knowledge requirements.
       *>          Students enrolled in the course and their
       *>          guardians see the published version; staff
       *>          with 'course-plan' see the latest, draft
       *>          included, or any plan_version posted.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-course-plan.
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

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  plan-rec-vars.
           05  t-course-id            PIC  9(9) VALUE ZERO.
           05  t-course-name          PIC  X(40) VALUE SPACE.
           05  t-staff-view           PIC  X(1) VALUE 'N'.
           05  t-reader-cnt           PIC  9(4) VALUE ZERO.
           05  t-plan-id              PIC  9(9) VALUE ZERO.
           05  t-plan-version         PIC  9(4) VALUE ZERO.
           05  t-plan-status          PIC  X(1) VALUE SPACE.
           05  t-published-date       PIC  X(10) VALUE SPACE.
       01  row-rec-vars.
           05  t-row-no               PIC  9(4).
           05  t-row-kind             PIC  X(1).
           05  t-plan-week            PIC  X(10).
           05  t-row-text             PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-text          PIC X(480) VALUE SPACE.
       01  wc-escaped-week          PIC X(480) VALUE SPACE.
       01  wc-kind-text             PIC X(14) VALUE SPACE.
       01  wc-status-text           PIC X(12) VALUE SPACE.

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
                        PERFORM B0200-show-plan
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

           *> the course offering (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           *> plan_version (optional, staff) - an earlier one
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'plan_version' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-plan-version
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

           *> staff with 'course-plan' see every version, drafts
           *> included; a student of the course and a guardian
           *> of one see the published plan
           IF is-caller-authorized
               MOVE 'Y' TO t-staff-view
           ELSE
               MOVE ZERO TO t-reader-cnt
               EVALUATE wn-requesting-usertype-id
                   WHEN 1
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :t-reader-cnt
                           FROM tbl_enrollment
                           WHERE course_id = :t-course-id
                           AND user_id = :wn-requesting-user-id
                       END-EXEC
                   WHEN 8
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :t-reader-cnt
                           FROM tbl_guardian_student g
                           INNER JOIN tbl_enrollment e
                               ON e.user_id = g.student_user_id
                           WHERE e.course_id = :t-course-id
                           AND g.guardian_user_id =
                               :wn-requesting-user-id
                       END-EXEC
               END-EVALUATE
               IF  sqlcode = zero AND t-reader-cnt > ZERO
                   SET is-caller-authorized TO TRUE
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-show-plan.

           EXEC SQL
               SELECT c.course_name, p.plan_id, p.plan_version,
                      p.plan_status,
                      COALESCE(TO_CHAR(p.published_date,
                                       'YYYY-MM-DD'), '')
               INTO :t-course-name, :t-plan-id, :t-plan-version,
                    :t-plan-status, :t-published-date
               FROM tbl_course c
               INNER JOIN tbl_course_plan p
                   ON p.course_id = c.course_id
               WHERE c.course_id = :t-course-id
               AND ((:t-staff-view = 'Y'
                     AND (:t-plan-version = 0
                          OR p.plan_version = :t-plan-version))
                    OR (:t-staff-view = 'N'
                        AND p.plan_status = 'P'))
               ORDER BY p.plan_version DESC
               LIMIT 1
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Ingen kursplanering publicerad'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN OTHER
                   PERFORM B0210-list-rows
           END-EVALUATE

           .

       *>**************************************************
       B0210-list-rows.

           EVALUATE t-plan-status
               WHEN 'D'
                   MOVE 'utkast' TO wc-status-text
               WHEN 'S'
                   MOVE 'ersatt' TO wc-status-text
               WHEN OTHER
                   MOVE 'publicerad' TO wc-status-text
           END-EVALUATE

           DISPLAY '<h2>Kursplanering ' FUNCTION TRIM(t-course-name)
                   '</h2>'
           DISPLAY '<p>Version ' t-plan-version ' - '
                   FUNCTION TRIM(wc-status-text) ' '
                   t-published-date '</p>'

           *> the weeks first, then the examination, then the
           *> knowledge requirements
           EXEC SQL
               DECLARE cursplanrow CURSOR FOR
               SELECT row_no, row_kind, plan_week, row_text
               FROM tbl_course_plan_row
               WHERE plan_id = :t-plan-id
               ORDER BY CASE row_kind WHEN 'W' THEN 1
                                      WHEN 'E' THEN 2
                                      ELSE 3 END,
                        row_no
           END-EXEC

           EXEC SQL
               OPEN cursplanrow
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Rad</th><th>Del</th><th>Vecka</th>'
                   '<th>Innehåll</th></tr>'

           EXEC SQL
               FETCH cursplanrow INTO :t-row-no, :t-row-kind,
                                 :t-plan-week, :t-row-text
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-plan-row

               EXEC SQL
                   FETCH cursplanrow INTO :t-row-no, :t-row-kind,
                                     :t-plan-week, :t-row-text
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursplanrow
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0220-write-plan-row.

           MOVE t-row-text TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-text
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-text

           MOVE t-plan-week TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-week
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-week

           EVALUATE t-row-kind
               WHEN 'W'
                   MOVE 'Innehåll' TO wc-kind-text
               WHEN 'E'
                   MOVE 'Examination' TO wc-kind-text
               WHEN OTHER
                   MOVE 'Kunskapskrav' TO wc-kind-text
           END-EVALUATE

           DISPLAY '<tr><td>' t-row-no '</td>'
                   '<td>' FUNCTION TRIM(wc-kind-text) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-week) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-text)
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
