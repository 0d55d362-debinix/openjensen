       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The students still without a workplace
       *>          placement for a placement period starting
       *>          within the next two weeks (or started but
       *>          not yet over) - every student enrolled on
       *>          the period's course with no tbl_placement row
       *>          for it - so a company can still be found in
       *>          time. Guarded by 'placement'.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-unplaced-students.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Ej placerade'.

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
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  wc-horizon-date            PIC  X(10) VALUE SPACE.
       01  unplaced-rec-vars.
           05  t-course-id            PIC  9(9).
           05  t-course-name          PIC  X(40).
           05  t-period-startdate     PIC  X(10).
           05  t-period-enddate       PIC  X(10).
           05  t-user-id              PIC  9(9).
           05  t-student-name         PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wn-listed-cnt            PIC 9(5)  VALUE ZERO.

       *> how far ahead a period start counts as close
       01  wn-horizon-days          PIC 9(3)  VALUE 14.
       01  wn-horizon-int           PIC 9(8)  VALUE ZERO.
       01  wn-today-num             PIC 9(8)  VALUE ZERO.
       01  wn-horizon-num           PIC 9(8)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-course        PIC X(480) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-unplaced
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

           *> today and the date two weeks ahead
           MOVE FUNCTION CURRENT-DATE(1:8) TO wn-today-num
           STRING wn-today-num(1:4) '-' wn-today-num(5:2) '-'
                  wn-today-num(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           COMPUTE wn-horizon-int =
                   FUNCTION INTEGER-OF-DATE(wn-today-num)
                   + wn-horizon-days
           COMPUTE wn-horizon-num =
                   FUNCTION DATE-OF-INTEGER(wn-horizon-int)
           STRING wn-horizon-num(1:4) '-' wn-horizon-num(5:2) '-'
                  wn-horizon-num(7:2)
                  DELIMITED BY SIZE INTO wc-horizon-date
           END-STRING

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
       B0200-list-unplaced.

           EXEC SQL
               DECLARE cursunplaced CURSOR FOR
               SELECT pp.course_id, co.course_name,
                      pp.period_startdate, pp.period_enddate,
                      u.user_id,
                      TRIM(u.user_firstname) || ' ' ||
                      TRIM(u.user_lastname)
               FROM tbl_placement_period pp
               INNER JOIN tbl_course co
               ON co.course_id = pp.course_id
               INNER JOIN tbl_enrollment e
               ON e.course_id = pp.course_id
               INNER JOIN tbl_user u
               ON u.user_id = e.user_id
               AND u.usertype_id = 1
               WHERE pp.period_startdate <= :wc-horizon-date
               AND pp.period_enddate >= :wc-today-date
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_placement p
                    WHERE p.period_id = pp.period_id
                    AND p.user_id = u.user_id)
               ORDER BY pp.period_startdate, co.course_name,
                        u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN cursunplaced
           END-EXEC

           DISPLAY '<p>APL-perioder som börjar senast '
                   wc-horizon-date '</p>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs id</th><th>Kurs</th>'
                   '<th>Period</th><th>Elev</th>'
                   '<th>Namn</th></tr>'

           EXEC SQL
               FETCH cursunplaced INTO :t-course-id,
                                       :t-course-name,
                                       :t-period-startdate,
                                       :t-period-enddate,
                                       :t-user-id,
                                       :t-student-name
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               PERFORM B0210-write-unplaced-row

               EXEC SQL
                   FETCH cursunplaced INTO :t-course-id,
                                           :t-course-name,
                                           :t-period-startdate,
                                           :t-period-enddate,
                                           :t-user-id,
                                           :t-student-name
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursunplaced
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Ej placerade: ' wn-listed-cnt '</p>'

           .

       *>**************************************************
       B0210-write-unplaced-row.

           MOVE t-course-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-course
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-course

           MOVE t-student-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           DISPLAY '<tr><td>' t-course-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-course) '</td>'
                   '<td>' t-period-startdate ' - '
                   t-period-enddate '</td>'
                   '<td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name)
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
