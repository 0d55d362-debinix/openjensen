       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The teacher's page for one course offering
       *>          in an assessment round (omdömen) - every
       *>          enrolled student, with the assessment written
       *>          so far or none, and how many are done. Written
       *>          through cgi-add-assessment. Guarded by
       *>          'assessment-write' - a teacher for their own
       *>          courses only.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-course-assessments.
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

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  course-rec-vars.
           05  t-round-id             PIC  9(9) VALUE ZERO.
           05  t-round-name           PIC  X(40) VALUE SPACE.
           05  t-round-status         PIC  X(1) VALUE SPACE.
           05  t-course-id            PIC  9(9) VALUE ZERO.
           05  t-course-name          PIC  X(40) VALUE SPACE.
           05  t-owner-cnt            PIC  9(4) VALUE ZERO.
       01  student-rec-vars.
           05  t-user-id              PIC  9(9).
           05  t-user-firstname       PIC  X(40).
           05  t-user-lastname        PIC  X(40).
           05  t-assessment-text      PIC  X(120).
           05  t-written-date         PIC  X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-first         PIC X(480) VALUE SPACE.
       01  wc-escaped-second        PIC X(480) VALUE SPACE.
       01  wc-escaped-text          PIC X(480) VALUE SPACE.

       01  wn-student-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-written-cnt           PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-course
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

           *> the assessment round (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> the course offering (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           IF wc-session-token = SPACE OR t-round-id = ZERO
              OR t-course-id = ZERO
               MOVE 'Saknar omgång eller kurs'
                    TO wc-printscr-string
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

           MOVE 'assessment-write' TO wc-permission-function

           COPY check-permission.

           *> a teacher sees the courses they teach -
           *> Utbildningsledare and Administratör any course
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
       B0200-list-course.

           EXEC SQL
               SELECT r.round_name, r.round_status, c.course_name
               INTO :t-round-name, :t-round-status, :t-course-name
               FROM tbl_assessment_round r
               INNER JOIN tbl_course c
                   ON c.course_term = r.course_term
               WHERE r.round_id = :t-round-id
               AND c.course_id = :t-course-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Kursen ingår inte i omgången'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                DISPLAY '<h2>' FUNCTION TRIM(t-course-name) ' - '
                        FUNCTION TRIM(t-round-name) '</h2>'
                IF t-round-status NOT = 'O'
                    DISPLAY '<p>Omgången är stängd</p>'
                END-IF
                PERFORM B0210-list-students
           END-IF

           .

       *>**************************************************
       B0210-list-students.

           *> every student enrolled, written or not
           EXEC SQL
               DECLARE curscourse CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      COALESCE(a.assessment_text, ''),
                      COALESCE(TO_CHAR(a.written_date,
                                       'YYYY-MM-DD'), '')
               FROM tbl_enrollment e
               INNER JOIN tbl_user u
                   ON u.user_id = e.user_id
               LEFT JOIN tbl_assessment a
                   ON a.round_id = :t-round-id
                   AND a.user_id = e.user_id
                   AND a.course_id = e.course_id
               WHERE e.course_id = :t-course-id
               ORDER BY u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN curscourse
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Elev</th><th>Skrivet</th>'
                   '<th>Omdöme</th></tr>'

           EXEC SQL
               FETCH curscourse INTO :t-user-id, :t-user-firstname,
                                     :t-user-lastname,
                                     :t-assessment-text,
                                     :t-written-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-student-row

               EXEC SQL
                   FETCH curscourse INTO :t-user-id, :t-user-firstname,
                                         :t-user-lastname,
                                         :t-assessment-text,
                                         :t-written-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscourse
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Skrivna: ' wn-written-cnt ' av '
                   wn-student-cnt '</p>'

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

           *> the text is escaped 40 characters at a time, the
           *> pieces it was written in
           MOVE t-assessment-text(1:40) TO wc-escape-input
           MOVE SPACE TO wc-escaped-first
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-first

           MOVE t-assessment-text(41:40) TO wc-escape-input
           MOVE SPACE TO wc-escaped-second
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-second

           MOVE t-assessment-text(81:40) TO wc-escape-input
           MOVE SPACE TO wc-escaped-text
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-text

           IF t-written-date = SPACE
               MOVE '-' TO t-written-date
           ELSE
               ADD 1 TO wn-written-cnt
           END-IF

           DISPLAY '<tr><td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-written-date '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-second) ' '
                   FUNCTION TRIM(wc-escaped-text)
                   '</td></tr>'

           ADD 1 TO wn-student-cnt

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
