       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The workplace placements on one course -
       *>          per student the period, the host company and
       *>          supervisor, the supervisor's assessment and
       *>          the grade on the course so far - for the
       *>          teacher setting the grade. Students enrolled
       *>          but not placed show with an empty company.
       *>          Guarded by 'placement'.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-placements.
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

       01  wc-pagetitle            PIC X(20) VALUE 'APL-placeringar'.

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
       01  wn-course-id               PIC  9(9) VALUE ZERO.
       01  placement-rec-vars.
           05  t-user-id              PIC  9(9).
           05  t-student-name         PIC  X(40).
           05  t-period-startdate     PIC  X(10).
           05  t-period-enddate       PIC  X(10).
           05  t-placement-id         PIC  9(9).
           05  t-placement-startdate  PIC  X(10).
           05  t-placement-enddate    PIC  X(10).
           05  t-company-name         PIC  X(40).
           05  t-contact-name         PIC  X(40).
           05  t-assessment-result    PIC  X(1).
           05  t-assessment-date      PIC  X(10).
           05  t-assessment-text      PIC  X(240).
           05  t-grade-grade          PIC  X(3).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wn-listed-cnt            PIC 9(5)  VALUE ZERO.
       01  wn-unassessed-cnt        PIC 9(5)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-company       PIC X(480) VALUE SPACE.
       01  wc-escaped-contact       PIC X(480) VALUE SPACE.
       01  wc-escaped-text          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-placements
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

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> the course (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-course-id
           END-IF

           IF is-valid-init AND wn-course-id = ZERO
               MOVE 'N' TO is-valid-init-switch
               MOVE 'Saknar kurs id' TO wc-printscr-string
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

           MOVE 'placement' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-placements.

           *> every period of the course against every student
           *> enrolled on it - a student with no placement
           *> comes out with placement_id 0
           EXEC SQL
               DECLARE cursplacement CURSOR FOR
               SELECT u.user_id,
                      TRIM(u.user_firstname) || ' ' ||
                      TRIM(u.user_lastname),
                      pp.period_startdate, pp.period_enddate,
                      COALESCE(p.placement_id, 0),
                      COALESCE(p.placement_startdate, ''),
                      COALESCE(p.placement_enddate, ''),
                      COALESCE(c.company_name, ''),
                      COALESCE(k.contact_name, ''),
                      COALESCE(p.assessment_result, ' '),
                      COALESCE(p.assessment_date, ''),
                      COALESCE(p.assessment_text, ''),
                      COALESCE((SELECT g.grade_grade
                                FROM tbl_grade g
                                WHERE g.user_id = u.user_id
                                AND g.course_id = pp.course_id
                                ORDER BY g.grade_attempt DESC,
                                         g.grade_date DESC
                                LIMIT 1), '')
               FROM tbl_placement_period pp
               INNER JOIN tbl_enrollment e
               ON e.course_id = pp.course_id
               INNER JOIN tbl_user u
               ON u.user_id = e.user_id
               AND u.usertype_id = 1
               LEFT JOIN tbl_placement p
               ON p.period_id = pp.period_id
               AND p.user_id = u.user_id
               LEFT JOIN tbl_host_company c
               ON c.company_id = p.company_id
               LEFT JOIN tbl_host_contact k
               ON k.contact_id = p.contact_id
               WHERE pp.course_id = :wn-course-id
               ORDER BY pp.period_startdate, u.user_lastname,
                        u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN cursplacement
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Elev</th><th>Namn</th>'
                   '<th>Period</th><th>Placering</th>'
                   '<th>Företag</th><th>Handledare</th>'
                   '<th>Bedömning</th><th>Datum</th>'
                   '<th>Handledarens omdöme</th>'
                   '<th>Betyg</th></tr>'

           EXEC SQL
               FETCH cursplacement INTO :t-user-id,
                                        :t-student-name,
                                        :t-period-startdate,
                                        :t-period-enddate,
                                        :t-placement-id,
                                        :t-placement-startdate,
                                        :t-placement-enddate,
                                        :t-company-name,
                                        :t-contact-name,
                                        :t-assessment-result,
                                        :t-assessment-date,
                                        :t-assessment-text,
                                        :t-grade-grade
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               IF t-assessment-result = SPACE
                   ADD 1 TO wn-unassessed-cnt
               END-IF
               PERFORM B0210-write-placement-row

               EXEC SQL
                   FETCH cursplacement INTO :t-user-id,
                                            :t-student-name,
                                            :t-period-startdate,
                                            :t-period-enddate,
                                            :t-placement-id,
                                            :t-placement-startdate,
                                            :t-placement-enddate,
                                            :t-company-name,
                                            :t-contact-name,
                                            :t-assessment-result,
                                            :t-assessment-date,
                                            :t-assessment-text,
                                            :t-grade-grade
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursplacement
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Utan handledarbedömning: '
                   wn-unassessed-cnt ' av ' wn-listed-cnt '</p>'

           .

       *>**************************************************
       B0210-write-placement-row.

           MOVE t-student-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           MOVE t-company-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-company
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-company

           MOVE t-contact-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-contact
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-contact

           MOVE t-assessment-text TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-text
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-text

           IF t-placement-id = ZERO
               MOVE '<i>ej placerad</i>' TO wc-escaped-company
           END-IF

           DISPLAY '<tr><td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-period-startdate ' - '
                   t-period-enddate '</td>'
                   '<td>' t-placement-startdate ' - '
                   t-placement-enddate '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-company) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-contact) '</td>'
                   '<td>' t-assessment-result '</td>'
                   '<td>' t-assessment-date '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-text) '</td>'
                   '<td>' FUNCTION TRIM(t-grade-grade)
                   '</td></tr>'

           .

       *>**************************************************
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
