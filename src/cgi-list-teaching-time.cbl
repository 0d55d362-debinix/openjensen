       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Guaranteed teaching time for one term, per
       *>          course, class or program: the hours the booking
       *>          series planned, what was never booked or was
       *>          removed, what was lost to closures, no-shows,
       *>          room outages and uncovered teacher absence,
       *>          what a substitute covered (counted as taught),
       *>          what has been taught and what is still on the
       *>          schedule - set against the guaranteed hours.
       *>          Shortfalls come first and are flagged; with
       *>          shortfall_only=Y nothing else is listed.
       *>          Built on v_course_teaching_time. Guarded by
       *>          'reports'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-teaching-time.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Undervisningstid'.

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
       01  teaching-rec-vars.
             05  t-term-code            PIC  X(10) VALUE SPACE.
             05  t-level                PIC  X(1)  VALUE 'K'.
             05  t-shortfall-only       PIC  X(1)  VALUE 'N'.
             05  t-group-id             PIC  9(9)  VALUE ZERO.
             05  t-group-name           PIC  X(40) VALUE SPACE.
             05  t-course-cnt           PIC  9(4)  VALUE ZERO.
             05  t-guaranteed-hours     PIC  9(6)  VALUE ZERO.
             05  t-planned-hours        PIC  9(6)  VALUE ZERO.
             05  t-removed-hours        PIC  9(6)  VALUE ZERO.
             05  t-lost-hours           PIC  9(6)  VALUE ZERO.
             05  t-subst-hours          PIC  9(6)  VALUE ZERO.
             05  t-delivered-hours      PIC  9(6)  VALUE ZERO.
             05  t-ahead-hours          PIC  9(6)  VALUE ZERO.
             05  t-forecast-diff        PIC S9(6)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the difference may be negative - a shortfall
       01  wn-diff-edit             PIC -(6)9  VALUE ZERO.
       01  wn-row-listed-cnt        PIC 9(4)   VALUE ZERO.
       01  wn-shortfall-cnt         PIC 9(4)   VALUE ZERO.

       *> course, class and program names are user-entered text
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
                        PERFORM B0200-list-teaching-time
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

           *> course (default), class or program
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'level' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           EVALUATE wc-post-value
               WHEN 'class'
                   MOVE 'C' TO t-level
               WHEN 'program'
                   MOVE 'P' TO t-level
               WHEN OTHER
                   MOVE 'K' TO t-level
           END-EVALUATE

           *> Y lists only what is heading below its guarantee
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'shortfall_only' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO t-shortfall-only
           END-IF

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

           MOVE 'reports' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-teaching-time.

           *> v_course_teaching_time follows each course from the
           *> series plan to what was taught, in minutes; a class
           *> sums the courses its students are enrolled in and a
           *> program the courses it owns. Hours are rounded to
           *> whole hours. The forecast - taught so far plus
           *> what is still booked - is set against the guarantee,
           *> shortfalls first
           EXEC SQL
               DECLARE curstime CURSOR FOR
               SELECT g.group_id, g.group_name,
                      COUNT(*),
                      ROUND(SUM(v.guaranteed_min) / 60.0),
                      ROUND(SUM(v.series_min + v.single_min) / 60.0),
                      ROUND(SUM(GREATEST(v.series_min
                                - v.series_booked_min, 0)) / 60.0),
                      ROUND(SUM(v.closure_min + v.noshow_min
                                + v.outage_min + v.absent_min)
                            / 60.0),
                      ROUND(SUM(v.subst_min) / 60.0),
                      ROUND(SUM(v.delivered_min) / 60.0),
                      ROUND(SUM(v.ahead_min) / 60.0),
                      ROUND(SUM(v.delivered_min + v.ahead_min
                                - v.guaranteed_min) / 60.0)
               FROM v_course_teaching_time v
               INNER JOIN
                   (SELECT c.course_id AS group_id,
                           c.course_name AS group_name,
                           c.course_id
                    FROM tbl_course c
                    WHERE :t-level = 'K'
                    UNION
                    SELECT cl.class_id, cl.class_name, e.course_id
                    FROM tbl_enrollment e
                    INNER JOIN tbl_user u
                        ON u.user_id = e.user_id
                    INNER JOIN tbl_class cl
                        ON cl.class_id = u.user_class
                    WHERE :t-level = 'C'
                    UNION
                    SELECT p.program_id, p.program_name, c.course_id
                    FROM tbl_course c
                    INNER JOIN tbl_program p
                        ON p.program_id = c.program_id
                    WHERE :t-level = 'P') g
                   ON g.course_id = v.course_id
               WHERE v.term_code = :t-term-code
               GROUP BY g.group_id, g.group_name
               HAVING :t-shortfall-only = 'N'
                   OR SUM(v.delivered_min + v.ahead_min)
                      < SUM(v.guaranteed_min)
               ORDER BY SUM(v.delivered_min + v.ahead_min
                            - v.guaranteed_min), g.group_name
           END-EXEC

           EXEC SQL
               OPEN curstime
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Namn</th><th>Kurser</th>'
                   '<th>Garanterat</th><th>Planerat</th>'
                   '<th>Ej bokat</th><th>Inställt</th>'
                   '<th>Vikarie</th><th>Genomfört</th>'
                   '<th>Återstår</th><th>Differens</th>'
                   '<th></th></tr>'

           EXEC SQL
               FETCH curstime INTO :t-group-id,
                                      :t-group-name,
                                      :t-course-cnt,
                                      :t-guaranteed-hours,
                                      :t-planned-hours,
                                      :t-removed-hours,
                                      :t-lost-hours,
                                      :t-subst-hours,
                                      :t-delivered-hours,
                                      :t-ahead-hours,
                                      :t-forecast-diff
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-time-row

               EXEC SQL
                   FETCH curstime INTO :t-group-id,
                                          :t-group-name,
                                          :t-course-cnt,
                                          :t-guaranteed-hours,
                                          :t-planned-hours,
                                          :t-removed-hours,
                                          :t-lost-hours,
                                          :t-subst-hours,
                                          :t-delivered-hours,
                                          :t-ahead-hours,
                                          :t-forecast-diff
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curstime
           END-EXEC

           DISPLAY '</table>'

           MOVE SPACE TO wc-printscr-string
           STRING wn-row-listed-cnt ' rader, '
                  wn-shortfall-cnt ' underskott'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0210-write-time-row.

           ADD 1 TO wn-row-listed-cnt

           MOVE t-group-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE t-forecast-diff TO wn-diff-edit

           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td>'
                   '<td>' t-course-cnt '</td>'
                   '<td>' t-guaranteed-hours '</td>'
                   '<td>' t-planned-hours '</td>'
                   '<td>' t-removed-hours '</td>'
                   '<td>' t-lost-hours '</td>'
                   '<td>' t-subst-hours '</td>'
                   '<td>' t-delivered-hours '</td>'
                   '<td>' t-ahead-hours '</td>'
                   '<td>' FUNCTION TRIM(wn-diff-edit) '</td>'

           *> flagged while the term still leaves room to book
           *> make-up lessons
           IF t-forecast-diff < ZERO
               ADD 1 TO wn-shortfall-cnt
               DISPLAY '<td>UNDERSKOTT</td></tr>'
           ELSE
               DISPLAY '<td></td></tr>'
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
