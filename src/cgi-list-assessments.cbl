       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: One student's written assessments
       *>          (omdömen), all rounds, newest first - course,
       *>          teacher and text. The student (always
       *>          themselves) and a linked guardian read the
       *>          published rounds; the student's mentor and
       *>          holders of 'assessment-round' see the rounds
       *>          not yet published too.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-assessments.
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
       01  student-rec-vars.
           05  t-user-id              PIC  9(9) VALUE ZERO.
           05  t-user-firstname       PIC  X(40) VALUE SPACE.
           05  t-user-lastname        PIC  X(40) VALUE SPACE.
           05  t-all-rounds           PIC  X(1) VALUE 'N'.
           05  t-reader-cnt           PIC  9(4) VALUE ZERO.
       01  assessment-rec-vars.
           05  t-round-id             PIC  9(9).
           05  t-round-name           PIC  X(40).
           05  t-course-term          PIC  X(10).
           05  t-round-status         PIC  X(1).
           05  t-course-name          PIC  X(40).
           05  t-teacher-name         PIC  X(80).
           05  t-assessment-text      PIC  X(120).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-first         PIC X(480) VALUE SPACE.
       01  wc-escaped-second        PIC X(480) VALUE SPACE.
       01  wc-escaped-text          PIC X(480) VALUE SPACE.
       01  wc-escaped-round         PIC X(480) VALUE SPACE.
       01  wn-last-round-id         PIC 9(9)  VALUE ZERO.
       01  wn-assessment-cnt        PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-assessments
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

           *> the student - a student always sees themselves
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
           END-IF

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

           MOVE 'assessment-round' TO wc-permission-function

           COPY check-permission.

           *> the round's own staff and the student's mentor see
           *> every round; the student and a linked guardian see
           *> the published ones
           EVALUATE TRUE
               WHEN is-caller-authorized
                   MOVE 'Y' TO t-all-rounds
               WHEN wn-requesting-usertype-id = 1
                   MOVE wn-requesting-user-id TO t-user-id
                   SET is-caller-authorized TO TRUE
               WHEN wn-requesting-usertype-id = 8
                   MOVE ZERO TO t-reader-cnt
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :t-reader-cnt
                       FROM tbl_guardian_student
                       WHERE guardian_user_id =
                             :wn-requesting-user-id
                       AND student_user_id = :t-user-id
                   END-EXEC
                   IF  sqlcode = zero AND t-reader-cnt > ZERO
                       SET is-caller-authorized TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO t-reader-cnt
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :t-reader-cnt
                       FROM tbl_class_mentor cm
                       INNER JOIN tbl_user u
                           ON u.user_class = cm.class_id
                       WHERE cm.mentor_user_id =
                             :wn-requesting-user-id
                       AND u.user_id = :t-user-id
                   END-EXEC
                   IF  sqlcode = zero AND t-reader-cnt > ZERO
                       MOVE 'Y' TO t-all-rounds
                       SET is-caller-authorized TO TRUE
                   END-IF
           END-EVALUATE

           .

       *>**************************************************
       B0200-list-assessments.

           EXEC SQL
               SELECT user_firstname, user_lastname
               INTO :t-user-firstname, :t-user-lastname
               FROM tbl_user
               WHERE user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Okänd elev' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                MOVE SPACE TO wc-escape-input
                STRING FUNCTION TRIM(t-user-firstname) ' '
                       FUNCTION TRIM(t-user-lastname)
                       DELIMITED BY SIZE INTO wc-escape-input
                END-STRING
                MOVE ZERO TO wn-rtn-code
                MOVE SPACE TO wc-escaped-name
                CALL 'html-escape-field' USING wn-rtn-code
                     wc-escape-input(1:40) wc-escaped-name
                DISPLAY '<h2>Omdömen ' FUNCTION TRIM(wc-escaped-name)
                        '</h2>'
                PERFORM B0210-list-rounds
           END-IF

           .

       *>**************************************************
       B0210-list-rounds.

           *> newest round first, earlier terms below it - the
           *> talk looks back at what was written before
           EXEC SQL
               DECLARE cursassess CURSOR FOR
               SELECT r.round_id, r.round_name, r.course_term,
                      r.round_status,
                      COALESCE(c.course_name, ''),
                      COALESCE(TRIM(t.user_firstname) || ' ' ||
                               TRIM(t.user_lastname), ''),
                      a.assessment_text
               FROM tbl_assessment a
               INNER JOIN tbl_assessment_round r
                   ON r.round_id = a.round_id
               LEFT JOIN tbl_course c
                   ON c.course_id = a.course_id
               LEFT JOIN tbl_user t
                   ON t.user_id = a.teacher_user_id
               WHERE a.user_id = :t-user-id
               AND (r.round_status = 'P' OR :t-all-rounds = 'Y')
               ORDER BY r.round_id DESC, c.course_name
           END-EXEC

           EXEC SQL
               OPEN cursassess
           END-EXEC

           DISPLAY '<table border="1">'

           EXEC SQL
               FETCH cursassess INTO :t-round-id, :t-round-name,
                                   :t-course-term,
                                   :t-round-status,
                                   :t-course-name,
                                   :t-teacher-name,
                                   :t-assessment-text
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-assessment-row

               EXEC SQL
                   FETCH cursassess INTO :t-round-id, :t-round-name,
                                       :t-course-term,
                                       :t-round-status,
                                       :t-course-name,
                                       :t-teacher-name,
                                       :t-assessment-text
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursassess
           END-EXEC

           DISPLAY '</table>'
           IF wn-assessment-cnt = ZERO
               DISPLAY '<p>Inga omdömen</p>'
           END-IF

           .

       *>**************************************************
       B0220-write-assessment-row.

           *> a heading row each time the round changes
           IF t-round-id NOT = wn-last-round-id
               MOVE t-round-name TO wc-escape-input
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-escaped-round
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input(1:40) wc-escaped-round
               IF t-round-status = 'P'
                   DISPLAY '<tr><th colspan="3">'
                           FUNCTION TRIM(wc-escaped-round) ' ('
                           FUNCTION TRIM(t-course-term)
                           ')</th></tr>'
               ELSE
                   DISPLAY '<tr><th colspan="3">'
                           FUNCTION TRIM(wc-escaped-round) ' ('
                           FUNCTION TRIM(t-course-term)
                           ') - ej publicerad</th></tr>'
               END-IF
               DISPLAY '<tr><th>Kurs</th><th>Lärare</th>'
                       '<th>Omdöme</th></tr>'
               MOVE t-round-id TO wn-last-round-id
           END-IF

           *> the text is escaped 40 characters at a time, the
           *> pieces it was written in
           MOVE t-assessment-text(1:40) TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
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

           DISPLAY '<tr><td>' FUNCTION TRIM(t-course-name) '</td>'
                   '<td>' FUNCTION TRIM(t-teacher-name) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-second) ' '
                   FUNCTION TRIM(wc-escaped-text)
                   '</td></tr>'

           ADD 1 TO wn-assessment-cnt

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
