       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Final course grades against the national
       *>          test results in tbl_national_test - how many
       *>          students got a final grade above, equal to or
       *>          below their test, for the whole school and per
       *>          course, teacher, program or site (group_by),
       *>          for the term posted (default the latest with
       *>          results) and the three terms before it, so the
       *>          figures Skolverket publishes are seen here
       *>          first. Groups under the privacy floor
       *>          (MIN_GROUP, default 5) show no counts.
       *>          Guarded by 'reports'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Privacy floor from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-np-deviation.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Nationella prov'.

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
       01  wn-term-cnt                PIC  9(4) VALUE ZERO.
       01  term-rec-vars.
           05  t-term-code            PIC  X(10) VALUE SPACE.
           05  t-term-start           PIC  X(10) VALUE SPACE.
           05  t-group-by             PIC  X(1) VALUE 'C'.
           05  t-terms-shown          PIC  9(2) VALUE 4.
       01  deviation-rec-vars.
           05  t-grp-sort             PIC  9(1).
           05  t-grp-name             PIC  X(40).
           05  t-course-term          PIC  X(10).
           05  t-term-startdate       PIC  X(10).
           05  t-total-cnt            PIC  9(5).
           05  t-above-cnt            PIC  9(5).
           05  t-equal-cnt            PIC  9(5).
           05  t-below-cnt            PIC  9(5).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-name          PIC X(240) VALUE SPACE.

       *> the shares of the row's students
       01  wn-above-pct             PIC 9(3)  VALUE ZERO.
       01  wn-equal-pct             PIC 9(3)  VALUE ZERO.
       01  wn-below-pct             PIC 9(3)  VALUE ZERO.

       *> heading for the grouping chosen
       01  wc-group-heading         PIC X(20) VALUE 'Kurs'.

       *> aggregate cells under the privacy floor print as
       *> suppressed, never as a count (MIN_GROUP, default 5)
       01  wc-min-group-env         PIC X(4)  VALUE SPACE.
       01  wn-min-group             PIC 9(3)  VALUE 5.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

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
                        PERFORM B0200-report-deviation
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

           *> course, teacher, program or site (default course)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'group_by' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           EVALUATE TRUE
               WHEN wc-post-value = SPACE
               WHEN wc-post-value = 'course'
                   MOVE 'C' TO t-group-by
                   MOVE 'Kurs' TO wc-group-heading
               WHEN wc-post-value = 'teacher'
                   MOVE 'T' TO t-group-by
                   MOVE 'Lärare' TO wc-group-heading
               WHEN wc-post-value = 'program'
                   MOVE 'P' TO t-group-by
                   MOVE 'Program' TO wc-group-heading
               WHEN wc-post-value = 'site'
                   MOVE 'S' TO t-group-by
                   MOVE 'Ort' TO wc-group-heading
               WHEN OTHER
                   MOVE SPACE TO t-group-by
           END-EVALUATE

           *> term_code (optional) - default the latest with results
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'term_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-term-code

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar sessionsnyckel'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-group-by = SPACE
                   MOVE 'Ogiltig gruppering' TO wc-printscr-string
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
                PERFORM B0110-read-settings
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> the privacy floor for aggregate cells
           MOVE 'MIN_GROUP' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-min-group-env
           IF wc-min-group-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-min-group-env)
                    TO wn-min-group
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
       B0200-report-deviation.

           *> without a term posted, the latest term that has
           *> both test results and final grades
           IF t-term-code = SPACE
               EXEC SQL
                   SELECT COALESCE(
                       (SELECT t.term_code
                        FROM tbl_term t
                        WHERE EXISTS
                            (SELECT 1
                             FROM v_national_test_deviation v
                             WHERE v.course_term = t.term_code)
                        ORDER BY t.term_startdate DESC
                        LIMIT 1), '')
                   INTO :t-term-code
               END-EXEC
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(term_startdate), '')
               INTO :wn-term-cnt, :t-term-start
               FROM tbl_term
               WHERE term_code = :t-term-code
           END-EXEC

           IF wn-term-cnt = ZERO
               MOVE 'Okänd termin eller inga resultat'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               DISPLAY '<h2>Slutbetyg mot nationellt prov '
                       FUNCTION TRIM(t-term-code)
                       ' och tidigare terminer</h2>'
               PERFORM B0210-list-deviation
           END-IF

           .

       *>**************************************************
       B0210-list-deviation.

           *> the whole school first, as Skolverket reports it,
           *> then the grouping chosen - each for the term and
           *> the terms before it, newest first. With teacher a
           *> course with two teachers counts for both.
           EXEC SQL
               DECLARE cursdeviation CURSOR FOR
               SELECT 0, 'Hela skolan', v.course_term,
                      t.term_startdate, COUNT(*),
                      SUM(CASE WHEN v.deviation > 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN v.deviation = 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN v.deviation < 0
                               THEN 1 ELSE 0 END)
               FROM v_national_test_deviation v
               INNER JOIN tbl_term t
                   ON t.term_code = v.course_term
               WHERE t.term_code IN
                   (SELECT r.term_code
                    FROM tbl_term r
                    WHERE r.term_startdate <= :t-term-start
                    ORDER BY r.term_startdate DESC
                    LIMIT :t-terms-shown)
               GROUP BY v.course_term, t.term_startdate
               UNION ALL
               SELECT 1, g.grp_name, g.course_term,
                      g.term_startdate, COUNT(*),
                      SUM(CASE WHEN g.deviation > 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN g.deviation = 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN g.deviation < 0
                               THEN 1 ELSE 0 END)
               FROM
                   (SELECT LEFT(CASE :t-group-by
                                WHEN 'T' THEN
                                    COALESCE(TRIM(u.user_firstname)
                                        || ' ' ||
                                        TRIM(u.user_lastname), '-')
                                WHEN 'P' THEN
                                    COALESCE(p.program_name, '-')
                                WHEN 'S' THEN
                                    COALESCE(o.enhetsnamn, '-')
                                ELSE v.course_key END, 40)
                               AS grp_name,
                           v.course_term, t.term_startdate,
                           v.deviation
                    FROM v_national_test_deviation v
                    INNER JOIN tbl_term t
                        ON t.term_code = v.course_term
                    LEFT JOIN tbl_course_teacher ct
                        ON ct.course_id = v.course_id
                        AND :t-group-by = 'T'
                    LEFT JOIN tbl_user u
                        ON u.user_id = ct.teacher_user_id
                    LEFT JOIN tbl_program p
                        ON p.program_id = v.program_id
                    LEFT JOIN t_ort o
                        ON o.ort_id = v.ort_id
                    WHERE t.term_code IN
                        (SELECT r.term_code
                         FROM tbl_term r
                         WHERE r.term_startdate <= :t-term-start
                         ORDER BY r.term_startdate DESC
                         LIMIT :t-terms-shown)) g
               GROUP BY g.grp_name, g.course_term, g.term_startdate
               ORDER BY 1, 2, 4 DESC
           END-EXEC

           EXEC SQL
               OPEN cursdeviation
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>' FUNCTION TRIM(wc-group-heading)
                   '</th><th>Termin</th><th>Elever</th>'
                   '<th>Högre</th><th>Lika</th><th>Lägre</th>'
                   '<th>Högre %</th><th>Lika %</th>'
                   '<th>Lägre %</th></tr>'

           EXEC SQL
               FETCH cursdeviation INTO :t-grp-sort, :t-grp-name,
                                     :t-course-term,
                                     :t-term-startdate,
                                     :t-total-cnt, :t-above-cnt,
                                     :t-equal-cnt, :t-below-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-deviation-row

               EXEC SQL
                   FETCH cursdeviation INTO :t-grp-sort, :t-grp-name,
                                         :t-course-term,
                                         :t-term-startdate,
                                         :t-total-cnt, :t-above-cnt,
                                         :t-equal-cnt, :t-below-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdeviation
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Högre/lägre: slutbetyget jämfört med '
                   'provbetyget. Grupper under ' wn-min-group
                   ' elever visas som ***.</p>'

           .

       *>**************************************************
       B0220-write-deviation-row.

           MOVE t-grp-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-name

           *> a handful of students and their grades can be
           *> told apart - the row stays, the cells do not
           IF t-total-cnt < wn-min-group
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-name)
                       '</td><td>' FUNCTION TRIM(t-course-term)
                       '</td><td>***</td><td>***</td><td>***</td>'
                       '<td>***</td><td>***</td><td>***</td>'
                       '<td>***</td></tr>'
           ELSE
               COMPUTE wn-above-pct =
                   (t-above-cnt * 100) / t-total-cnt
               COMPUTE wn-equal-pct =
                   (t-equal-cnt * 100) / t-total-cnt
               COMPUTE wn-below-pct =
                   (t-below-cnt * 100) / t-total-cnt
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-name)
                       '</td><td>' FUNCTION TRIM(t-course-term)
                       '</td><td>' t-total-cnt
                       '</td><td>' t-above-cnt
                       '</td><td>' t-equal-cnt
                       '</td><td>' t-below-cnt
                       '</td><td>' wn-above-pct
                       '</td><td>' wn-equal-pct
                       '</td><td>' wn-below-pct '</td></tr>'
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
