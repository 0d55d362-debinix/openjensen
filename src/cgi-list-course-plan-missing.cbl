       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The offerings of the running term - or the
       *>          term_code posted - that started three weeks
       *>          ago or more and still have no published course
       *>          plan (lokal pedagogisk planering), with their
       *>          teachers and any draft being written. Guarded
       *>          by 'reports'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-course-plan-missing.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Planering saknas'.

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
       01  term-rec-vars.
           05  t-term-code            PIC  X(10) VALUE SPACE.
           05  t-grace-days           PIC  9(3) VALUE 21.
       01  course-rec-vars.
           05  t-course-id            PIC  9(9).
           05  t-course-name          PIC  X(40).
           05  t-course-startdate     PIC  X(10).
           05  t-days-running         PIC  9(4).
           05  t-draft-version        PIC  9(4).
           05  t-teacher-list         PIC  X(160).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.

       01  wn-course-cnt            PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-missing
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

           *> term_code (optional) - default the running term
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'term_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-term-code

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
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

           MOVE 'reports' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-missing.

           IF t-term-code = SPACE
               EXEC SQL
                   SELECT COALESCE(MAX(term_code), '')
                   INTO :t-term-code
                   FROM tbl_term
                   WHERE term_startdate <=
                         TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   AND term_enddate >=
                         TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
               END-EXEC
           END-IF

           IF t-term-code = SPACE
               MOVE 'Ingen termin pågår' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               DISPLAY '<h2>Kurser utan publicerad kursplanering '
                       FUNCTION TRIM(t-term-code) '</h2>'
               PERFORM B0210-list-courses
           END-IF

           .

       *>**************************************************
       B0210-list-courses.

           *> offerings that started three weeks ago or more and
           *> have never had a plan published - a draft being
           *> written is shown, it is not enough
           EXEC SQL
               DECLARE cursnoplan CURSOR FOR
               SELECT c.course_id, c.course_name,
                      c.course_startdate,
                      CURRENT_DATE
                          - TO_DATE(c.course_startdate,
                                    'YYYY-MM-DD'),
                      COALESCE((SELECT MAX(p.plan_version)
                                FROM tbl_course_plan p
                                WHERE p.course_id = c.course_id
                                AND p.plan_status = 'D'), 0),
                      LEFT(COALESCE(
                          (SELECT STRING_AGG(TRIM(u.user_firstname)
                                             || ' ' ||
                                             TRIM(u.user_lastname),
                                             ', ')
                           FROM tbl_course_teacher ct
                           INNER JOIN tbl_user u
                               ON u.user_id = ct.teacher_user_id
                           WHERE ct.course_id = c.course_id), ''),
                           160)
               FROM tbl_course c
               WHERE c.course_term = :t-term-code
               AND c.course_startdate <> ''
               AND TO_DATE(c.course_startdate, 'YYYY-MM-DD')
                   + :t-grace-days <= CURRENT_DATE
               AND NOT EXISTS
                   (SELECT 1
                    FROM tbl_course_plan p
                    WHERE p.course_id = c.course_id
                    AND p.plan_status IN ('P', 'S'))
               ORDER BY c.course_startdate, c.course_name
           END-EXEC

           EXEC SQL
               OPEN cursnoplan
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Kurs</th><th>Start</th>'
                   '<th>Dagar</th><th>Utkast</th>'
                   '<th>Lärare</th></tr>'

           EXEC SQL
               FETCH cursnoplan INTO :t-course-id, :t-course-name,
                                    :t-course-startdate,
                                    :t-days-running,
                                    :t-draft-version,
                                    :t-teacher-list
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-course-row

               EXEC SQL
                   FETCH cursnoplan INTO :t-course-id, :t-course-name,
                                        :t-course-startdate,
                                        :t-days-running,
                                        :t-draft-version,
                                        :t-teacher-list
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursnoplan
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-course-cnt '</p>'

           .

       *>**************************************************
       B0220-write-course-row.

           MOVE t-course-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           IF t-draft-version = ZERO
               DISPLAY '<tr><td>' t-course-id '</td>'
                       '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                       '<td>' t-course-startdate '</td>'
                       '<td>' t-days-running '</td>'
                       '<td>-</td>'
                       '<td>' FUNCTION TRIM(t-teacher-list)
                       '</td></tr>'
           ELSE
               DISPLAY '<tr><td>' t-course-id '</td>'
                       '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                       '<td>' t-course-startdate '</td>'
                       '<td>' t-days-running '</td>'
                       '<td>version ' t-draft-version '</td>'
                       '<td>' FUNCTION TRIM(t-teacher-list)
                       '</td></tr>'
           END-IF

           ADD 1 TO wn-course-cnt

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
