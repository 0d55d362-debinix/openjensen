       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The teacher's list for one assignment
       *>          (inlämning) - every student enrolled in the
       *>          course of its moment, with the latest version
       *>          handed in, when it came, its checksum and
       *>          whether it was late, or Saknas when nothing
       *>          has come; missing_only=Y lists just those.
       *>          Beside each the moment result so far, entered
       *>          from the list through cgi-add-moment-result.
       *>          Guarded by 'grade-entry'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-submissions.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Inlämningar'.

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
       01  assignment-rec-vars.
           05  t-assignment-id        PIC  9(9) VALUE ZERO.
           05  t-assignment-title     PIC  X(40) VALUE SPACE.
           05  t-due-date             PIC  X(10) VALUE SPACE.
           05  t-due-time             PIC  X(5) VALUE SPACE.
           05  t-moment-id            PIC  9(9) VALUE ZERO.
           05  t-moment-name          PIC  X(40) VALUE SPACE.
           05  t-course-id            PIC  9(9) VALUE ZERO.
           05  t-course-name          PIC  X(40) VALUE SPACE.
           05  t-missing-only         PIC  X(1) VALUE 'N'.
       01  student-rec-vars.
           05  t-user-id              PIC  9(9).
           05  t-user-firstname       PIC  X(40).
           05  t-user-lastname        PIC  X(40).
           05  t-submission-version   PIC  9(4).
           05  t-submitted-date       PIC  X(16).
           05  t-is-late              PIC  X(1).
           05  t-file-checksum        PIC  X(32).
           05  t-result-grade         PIC  X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-title         PIC X(480) VALUE SPACE.
       01  wc-status-text           PIC X(10) VALUE SPACE.

       01  wn-submitted-cnt         PIC 9(6)  VALUE ZERO.
       01  wn-late-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-missing-cnt           PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-submissions
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

           *> which assignment (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assignment_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-assignment-id
           END-IF

           *> Y lists only those who have handed in nothing
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'missing_only' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO t-missing-only
           END-IF

           IF wc-session-token = SPACE OR t-assignment-id = ZERO
               MOVE 'Saknar inlämning' TO wc-printscr-string
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

           MOVE 'grade-entry' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-submissions.

           EXEC SQL
               SELECT a.assignment_title, a.due_date, a.due_time,
                      a.moment_id, m.moment_name, m.course_id,
                      COALESCE(c.course_name, '')
               INTO :t-assignment-title, :t-due-date, :t-due-time,
                    :t-moment-id, :t-moment-name, :t-course-id,
                    :t-course-name
               FROM tbl_assignment a
               INNER JOIN tbl_course_moment m
                   ON m.moment_id = a.moment_id
               LEFT JOIN tbl_course c
                   ON c.course_id = m.course_id
               WHERE a.assignment_id = :t-assignment-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Okänd inlämning' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                MOVE t-assignment-title TO wc-escape-input
                MOVE ZERO TO wn-rtn-code
                MOVE SPACE TO wc-escaped-title
                CALL 'html-escape-field' USING wn-rtn-code
                     wc-escape-input(1:40) wc-escaped-title
                DISPLAY '<h2>' FUNCTION TRIM(wc-escaped-title)
                        '</h2>'
                DISPLAY '<p>' FUNCTION TRIM(t-course-name) ' - '
                        FUNCTION TRIM(t-moment-name)
                        ' (moment_id ' t-moment-id ')'
                        ' - deadline ' t-due-date ' ' t-due-time
                        '</p>'
                PERFORM B0210-list-students
           END-IF

           .

       *>**************************************************
       B0210-list-students.

           *> every student enrolled in the moment's course, with
           *> the latest version handed in and the moment result
           *> so far - the result column is set from here through
           *> cgi-add-moment-result (moment_id, user_id,
           *> result_grade)
           EXEC SQL
               DECLARE curssubmit CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      COALESCE(s.submission_version, 0),
                      COALESCE(TO_CHAR(s.submitted_date,
                                       'YYYY-MM-DD HH24:MI'), ''),
                      COALESCE(s.is_late, ''),
                      COALESCE(s.file_checksum, ''),
                      COALESCE(r.result_grade, '')
               FROM tbl_enrollment e
               INNER JOIN tbl_user u
                   ON u.user_id = e.user_id
               LEFT JOIN LATERAL
                   (SELECT x.submission_version, x.submitted_date,
                           x.is_late, x.file_checksum
                    FROM tbl_submission x
                    WHERE x.assignment_id = :t-assignment-id
                    AND x.user_id = e.user_id
                    ORDER BY x.submission_version DESC
                    LIMIT 1) s ON TRUE
               LEFT JOIN tbl_moment_result r
                   ON r.moment_id = :t-moment-id
                   AND r.user_id = e.user_id
               WHERE e.course_id = :t-course-id
               AND (:t-missing-only = 'N'
                    OR s.submission_version IS NULL)
               ORDER BY u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curssubmit
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Elev</th><th>Status</th>'
                   '<th>Version</th><th>Mottagen</th>'
                   '<th>Kontrollsumma</th><th>Resultat</th></tr>'

           EXEC SQL
               FETCH curssubmit INTO :t-user-id, :t-user-firstname,
                                 :t-user-lastname,
                                 :t-submission-version,
                                 :t-submitted-date, :t-is-late,
                                 :t-file-checksum, :t-result-grade
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-student-row

               EXEC SQL
                   FETCH curssubmit INTO :t-user-id, :t-user-firstname,
                                     :t-user-lastname,
                                     :t-submission-version,
                                     :t-submitted-date, :t-is-late,
                                     :t-file-checksum, :t-result-grade
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssubmit
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Inlämnat i tid: ' wn-submitted-cnt
                   ' - sent: ' wn-late-cnt
                   ' - saknas: ' wn-missing-cnt '</p>'

           .

       *>**************************************************
       B0220-write-student-row.

           MOVE SPACE TO wc-escape-input
           STRING FUNCTION TRIM(t-user-firstname) ' '
                  FUNCTION TRIM(t-user-lastname)
                  DELIMITED BY SIZE INTO wc-escape-input
           END-STRING
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           *> the latest version decides - a late resubmission
           *> of work first handed in on time counts as late
           EVALUATE TRUE
               WHEN t-submission-version = ZERO
                   MOVE 'Saknas' TO wc-status-text
                   ADD 1 TO wn-missing-cnt
               WHEN t-is-late = 'Y'
                   MOVE 'Sen' TO wc-status-text
                   ADD 1 TO wn-late-cnt
               WHEN OTHER
                   MOVE 'Inlämnad' TO wc-status-text
                   ADD 1 TO wn-submitted-cnt
           END-EVALUATE

           IF t-result-grade = SPACE
               MOVE '-' TO t-result-grade
           END-IF

           DISPLAY '<tr><td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' FUNCTION TRIM(wc-status-text) '</td>'
                   '<td>' t-submission-version '</td>'
                   '<td>' t-submitted-date '</td>'
                   '<td>' t-file-checksum '</td>'
                   '<td>' FUNCTION TRIM(t-result-grade)
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
