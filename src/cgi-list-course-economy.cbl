       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: What a course offering costs against what it
       *>          brings in, for one term - per course, or in
       *>          totals per program or site: teacher hours and
       *>          their cost, room cost and external material
       *>          against material fees, interkommunal
       *>          ersättning and the per-student funding, the
       *>          result, and the cost per enrolled and per
       *>          passing student. Per course the same course
       *>          (national_code) in earlier terms follows for
       *>          comparison. Built on v_course_economy, in whole
       *>          kronor. Guarded by 'course-economy'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-course-economy.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Kursekonomi'.

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
       01  economy-rec-vars.
             05  t-term-code            PIC  X(10) VALUE SPACE.
             05  t-level                PIC  X(1)  VALUE 'K'.
             05  t-group-id             PIC  9(9)  VALUE ZERO.
             05  t-group-name           PIC  X(40) VALUE SPACE.
             05  t-national-code        PIC  X(12) VALUE SPACE.
             05  t-course-cnt           PIC  9(4)  VALUE ZERO.
             05  t-enrolled-cnt         PIC  9(6)  VALUE ZERO.
             05  t-passed-cnt           PIC  9(6)  VALUE ZERO.
             05  t-teacher-hours        PIC  9(6)  VALUE ZERO.
             05  t-teacher-cost         PIC  9(9)  VALUE ZERO.
             05  t-room-cost            PIC  9(9)  VALUE ZERO.
             05  t-material-cost        PIC S9(9)  VALUE ZERO.
             05  t-total-cost           PIC S9(9)  VALUE ZERO.
             05  t-fee-income           PIC  9(9)  VALUE ZERO.
             05  t-ike-income           PIC S9(9)  VALUE ZERO.
             05  t-funding-income       PIC  9(9)  VALUE ZERO.
             05  t-total-income         PIC S9(9)  VALUE ZERO.
             05  t-result               PIC S9(9)  VALUE ZERO.
             05  t-cost-per-enrolled    PIC S9(9)  VALUE ZERO.
             05  t-cost-per-passed      PIC S9(9)  VALUE ZERO.
       01  earlier-rec-vars.
             05  t-earlier-term         PIC  X(10) VALUE SPACE.
             05  t-earlier-enrolled     PIC  9(6)  VALUE ZERO.
             05  t-earlier-passed       PIC  9(6)  VALUE ZERO.
             05  t-earlier-cost         PIC S9(9)  VALUE ZERO.
             05  t-earlier-result       PIC S9(9)  VALUE ZERO.
             05  t-earlier-per-enrolled PIC S9(9)  VALUE ZERO.
             05  t-earlier-per-passed   PIC S9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> amounts may be negative - a correction or a loss
       01  wn-cost-edit             PIC -(9)9  VALUE ZERO.
       01  wn-income-edit           PIC -(9)9  VALUE ZERO.
       01  wn-result-edit           PIC -(9)9  VALUE ZERO.
       01  wn-per-enrolled-edit     PIC -(9)9  VALUE ZERO.
       01  wn-per-passed-edit       PIC -(9)9  VALUE ZERO.
       01  wn-row-listed-cnt        PIC 9(4)   VALUE ZERO.

       *> course, program and site names are user-entered text
       01  wc-escape-input          PIC X(40)  VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.

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
                        PERFORM B0200-list-economy
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

           *> the term to report (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'term_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-term-code

           *> course (default), program or site
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'level' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           EVALUATE wc-post-value
               WHEN 'program'
                   MOVE 'P' TO t-level
               WHEN 'site'
                   MOVE 'S' TO t-level
               WHEN OTHER
                   MOVE 'K' TO t-level
           END-EVALUATE

           IF t-term-code = SPACE
               MOVE 'Ange termin' TO wc-printscr-string
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

           MOVE 'course-economy' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-economy.

           *> v_course_economy figures each course of the term in
           *> kronor; a program sums the courses it owns and a
           *> site the courses given there. Per course the
           *> students are counted once; in a total they are
           *> course places. The biggest loss comes first
           EXEC SQL
               DECLARE curseconomy CURSOR FOR
               SELECT g.group_id, g.group_name,
                      MAX(v.national_code),
                      COUNT(*),
                      SUM(v.enrolled_cnt),
                      SUM(v.passed_cnt),
                      ROUND(SUM(v.teacher_min) / 60.0),
                      SUM(v.teacher_cost),
                      SUM(v.room_cost),
                      SUM(v.material_cost),
                      SUM(v.teacher_cost + v.room_cost
                          + v.material_cost),
                      SUM(v.fee_income),
                      SUM(v.ike_income),
                      SUM(v.funding_income),
                      SUM(v.fee_income + v.ike_income
                          + v.funding_income),
                      SUM(v.fee_income + v.ike_income
                          + v.funding_income - v.teacher_cost
                          - v.room_cost - v.material_cost),
                      CASE WHEN SUM(v.enrolled_cnt) > 0
                           THEN ROUND(SUM(v.teacher_cost
                                          + v.room_cost
                                          + v.material_cost)
                                      * 1.0 / SUM(v.enrolled_cnt))
                           ELSE 0 END,
                      CASE WHEN SUM(v.passed_cnt) > 0
                           THEN ROUND(SUM(v.teacher_cost
                                          + v.room_cost
                                          + v.material_cost)
                                      * 1.0 / SUM(v.passed_cnt))
                           ELSE 0 END
               FROM v_course_economy v
               INNER JOIN
                   (SELECT c.course_id AS group_id,
                           c.course_name AS group_name,
                           c.course_id
                    FROM tbl_course c
                    WHERE :t-level = 'K'
                    UNION
                    SELECT p.program_id, p.program_name, c.course_id
                    FROM tbl_course c
                    INNER JOIN tbl_program p
                        ON p.program_id = c.program_id
                    WHERE :t-level = 'P'
                    UNION
                    SELECT o.ort_id, o.enhetsnamn, c.course_id
                    FROM tbl_course c
                    INNER JOIN t_ort o
                        ON o.ort_id = c.ort_id
                    WHERE :t-level = 'S') g
                   ON g.course_id = v.course_id
               WHERE v.term_code = :t-term-code
               GROUP BY g.group_id, g.group_name
               ORDER BY SUM(v.fee_income + v.ike_income
                            + v.funding_income - v.teacher_cost
                            - v.room_cost - v.material_cost),
                        g.group_name
           END-EXEC

           EXEC SQL
               OPEN curseconomy
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Namn</th><th>Termin</th><th>Kurser</th>'
                   '<th>Elever</th><th>Godkända</th>'
                   '<th>Lärartimmar</th><th>Lärare kr</th>'
                   '<th>Lokal kr</th><th>Material kr</th>'
                   '<th>Kostnad kr</th><th>Avgifter kr</th>'
                   '<th>IKE kr</th><th>Elevpeng kr</th>'
                   '<th>Intäkt kr</th><th>Resultat kr</th>'
                   '<th>Kr per elev</th><th>Kr per godkänd</th>'
                   '</tr>'

           EXEC SQL
               FETCH curseconomy INTO :t-group-id,
                                      :t-group-name,
                                      :t-national-code,
                                      :t-course-cnt,
                                      :t-enrolled-cnt,
                                      :t-passed-cnt,
                                      :t-teacher-hours,
                                      :t-teacher-cost,
                                      :t-room-cost,
                                      :t-material-cost,
                                      :t-total-cost,
                                      :t-fee-income,
                                      :t-ike-income,
                                      :t-funding-income,
                                      :t-total-income,
                                      :t-result,
                                      :t-cost-per-enrolled,
                                      :t-cost-per-passed
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-economy-row

               *> the same course as given in earlier terms
               IF t-level = 'K' AND t-national-code NOT = SPACE
                   PERFORM B0220-list-earlier
               END-IF

               EXEC SQL
                   FETCH curseconomy INTO :t-group-id,
                                          :t-group-name,
                                          :t-national-code,
                                          :t-course-cnt,
                                          :t-enrolled-cnt,
                                          :t-passed-cnt,
                                          :t-teacher-hours,
                                          :t-teacher-cost,
                                          :t-room-cost,
                                          :t-material-cost,
                                          :t-total-cost,
                                          :t-fee-income,
                                          :t-ike-income,
                                          :t-funding-income,
                                          :t-total-income,
                                          :t-result,
                                          :t-cost-per-enrolled,
                                          :t-cost-per-passed
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curseconomy
           END-EXEC

           DISPLAY '</table>'

           MOVE SPACE TO wc-printscr-string
           STRING wn-row-listed-cnt ' rader'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0210-write-economy-row.

           ADD 1 TO wn-row-listed-cnt

           MOVE t-group-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE t-total-cost TO wn-cost-edit
           MOVE t-total-income TO wn-income-edit
           MOVE t-result TO wn-result-edit
           MOVE t-cost-per-enrolled TO wn-per-enrolled-edit
           MOVE t-cost-per-passed TO wn-per-passed-edit

           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td>'
                   '<td>' FUNCTION TRIM(t-term-code) '</td>'
                   '<td>' t-course-cnt '</td>'
                   '<td>' t-enrolled-cnt '</td>'
                   '<td>' t-passed-cnt '</td>'
                   '<td>' t-teacher-hours '</td>'
                   '<td>' t-teacher-cost '</td>'
                   '<td>' t-room-cost '</td>'

           MOVE t-material-cost TO wn-cost-edit
           DISPLAY '<td>' FUNCTION TRIM(wn-cost-edit) '</td>'
           MOVE t-total-cost TO wn-cost-edit
           DISPLAY '<td>' FUNCTION TRIM(wn-cost-edit) '</td>'
                   '<td>' t-fee-income '</td>'

           MOVE t-ike-income TO wn-income-edit
           DISPLAY '<td>' FUNCTION TRIM(wn-income-edit) '</td>'
                   '<td>' t-funding-income '</td>'
           MOVE t-total-income TO wn-income-edit
           DISPLAY '<td>' FUNCTION TRIM(wn-income-edit) '</td>'
                   '<td>' FUNCTION TRIM(wn-result-edit) '</td>'

           *> nothing to divide by - no student, or none passed
           IF t-enrolled-cnt = ZERO
               DISPLAY '<td>-</td>'
           ELSE
               DISPLAY '<td>' FUNCTION TRIM(wn-per-enrolled-edit)
                       '</td>'
           END-IF
           IF t-passed-cnt = ZERO
               DISPLAY '<td>-</td></tr>'
           ELSE
               DISPLAY '<td>' FUNCTION TRIM(wn-per-passed-edit)
                       '</td></tr>'
           END-IF

           .

       *>**************************************************
       B0220-list-earlier.

           *> earlier offerings of the same national course,
           *> latest first, at the rates of their own time
           EXEC SQL
               DECLARE curseconearlier CURSOR FOR
               SELECT v.term_code,
                      v.enrolled_cnt,
                      v.passed_cnt,
                      v.teacher_cost + v.room_cost
                          + v.material_cost,
                      v.fee_income + v.ike_income
                          + v.funding_income - v.teacher_cost
                          - v.room_cost - v.material_cost,
                      CASE WHEN v.enrolled_cnt > 0
                           THEN ROUND((v.teacher_cost + v.room_cost
                                       + v.material_cost)
                                      * 1.0 / v.enrolled_cnt)
                           ELSE 0 END,
                      CASE WHEN v.passed_cnt > 0
                           THEN ROUND((v.teacher_cost + v.room_cost
                                       + v.material_cost)
                                      * 1.0 / v.passed_cnt)
                           ELSE 0 END
               FROM v_course_economy v
               WHERE v.national_code = :t-national-code
               AND v.term_startdate <
                   (SELECT m.term_startdate
                    FROM tbl_term m
                    WHERE m.term_code = :t-term-code)
               ORDER BY v.term_startdate DESC, v.course_id
           END-EXEC

           EXEC SQL
               OPEN curseconearlier
           END-EXEC

           EXEC SQL
               FETCH curseconearlier INTO :t-earlier-term,
                                          :t-earlier-enrolled,
                                          :t-earlier-passed,
                                          :t-earlier-cost,
                                          :t-earlier-result,
                                          :t-earlier-per-enrolled,
                                          :t-earlier-per-passed
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0230-write-earlier-row

               EXEC SQL
                   FETCH curseconearlier INTO :t-earlier-term,
                                            :t-earlier-enrolled,
                                            :t-earlier-passed,
                                            :t-earlier-cost,
                                            :t-earlier-result,
                                            :t-earlier-per-enrolled,
                                            :t-earlier-per-passed
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curseconearlier
           END-EXEC

           .

       *>**************************************************
       B0230-write-earlier-row.

           MOVE t-earlier-cost TO wn-cost-edit
           MOVE t-earlier-result TO wn-result-edit
           MOVE t-earlier-per-enrolled TO wn-per-enrolled-edit
           MOVE t-earlier-per-passed TO wn-per-passed-edit

           *> the comparison shows what it costs, what it
           *> brought and per student - the detail is in that
           *> term's own report
           DISPLAY '<tr><td>&nbsp;&nbsp;tidigare</td>'
                   '<td>' FUNCTION TRIM(t-earlier-term) '</td>'
                   '<td></td>'
                   '<td>' t-earlier-enrolled '</td>'
                   '<td>' t-earlier-passed '</td>'
                   '<td></td><td></td><td></td><td></td>'
                   '<td>' FUNCTION TRIM(wn-cost-edit) '</td>'
                   '<td></td><td></td><td></td><td></td>'
                   '<td>' FUNCTION TRIM(wn-result-edit) '</td>'

           IF t-earlier-enrolled = ZERO
               DISPLAY '<td>-</td>'
           ELSE
               DISPLAY '<td>' FUNCTION TRIM(wn-per-enrolled-edit)
                       '</td>'
           END-IF
           IF t-earlier-passed = ZERO
               DISPLAY '<td>-</td></tr>'
           ELSE
               DISPLAY '<td>' FUNCTION TRIM(wn-per-passed-edit)
                       '</td></tr>'
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
