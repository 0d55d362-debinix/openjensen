       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The student's own view of a course-choice
       *>          round (kursval) - the electives of the round's
       *>          term on offer for their program, with seats
       *>          and their own ranking, and once the round is
       *>          published the course they were given, or that
       *>          none of their choices could be met. Without
       *>          round_id, the latest round for their program.
       *>          Ranked through cgi-add-course-choice. Guarded
       *>          by 'course-choice'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Round and course names escaped.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-course-choice.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Kursval'.

       *> a name escaped before it goes into the page
       01  wc-escape-input         PIC X(40)  VALUE SPACE.
       01  wc-escaped-value        PIC X(240) VALUE SPACE.

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
       01  round-rec-vars.
           05  t-round-id             PIC  9(9) VALUE ZERO.
           05  t-round-name           PIC  X(40) VALUE SPACE.
           05  t-course-term          PIC  X(10) VALUE SPACE.
           05  t-choice-cnt           PIC  9(1) VALUE ZERO.
           05  t-choice-deadline      PIC  X(10) VALUE SPACE.
           05  t-round-status         PIC  X(1) VALUE SPACE.
           05  t-user-id              PIC  9(9) VALUE ZERO.
           05  t-user-program         PIC  9(4) VALUE ZERO.
       01  offer-rec-vars.
           05  t-course-id            PIC  9(9).
           05  t-course-name          PIC  X(40).
           05  t-max-seats            PIC  9(4).
           05  t-choice-rank          PIC  9(1).
       01  result-rec-vars.
           05  t-alloc-course-id      PIC  9(9) VALUE ZERO.
           05  t-alloc-course-name    PIC  X(40) VALUE SPACE.
           05  t-alloc-rank           PIC  9(1) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-seats-text            PIC X(12) VALUE SPACE.
       01  wc-rank-text             PIC X(6)  VALUE SPACE.

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
                        PERFORM B0200-list-choice
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

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> round_id (optional) - the latest round otherwise
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
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

           MOVE 'course-choice' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-choice.

           *> the student is always the caller themselves
           MOVE wn-requesting-user-id TO t-user-id

           EXEC SQL
               SELECT user_program
               INTO :t-user-program
               FROM tbl_user
               WHERE user_id = :t-user-id
           END-EXEC

           *> without a round_id, the latest round with something
           *> on offer for the student's program
           IF t-round-id = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(r.round_id), 0)
                   INTO :t-round-id
                   FROM tbl_choice_round r
                   WHERE EXISTS
                       (SELECT 1 FROM tbl_course c
                        WHERE c.course_term = r.course_term
                        AND c.course_elective = 'Y'
                        AND c.program_id = :t-user-program)
               END-EXEC
           END-IF

           EXEC SQL
               SELECT round_name, course_term, choice_cnt,
                      choice_deadline, round_status
               INTO :t-round-name, :t-course-term, :t-choice-cnt,
                    :t-choice-deadline, :t-round-status
               FROM tbl_choice_round
               WHERE round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Inget kursval att visa' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0210-write-round-head
                PERFORM B0220-list-offer
                IF t-round-status = 'P'
                    PERFORM B0240-write-result
                END-IF
           END-IF

           .

       *>**************************************************
       B0210-write-round-head.

           MOVE t-round-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<h2>' FUNCTION TRIM(wc-escaped-value) ' ('
                   FUNCTION TRIM(t-course-term) ')</h2>'

           EVALUATE t-round-status
               WHEN 'O'
                   DISPLAY '<p>Rangordna upp till ' t-choice-cnt
                           ' kurser senast ' t-choice-deadline
                           '</p>'
               WHEN 'A'
                   DISPLAY '<p>Valet är stängt - fördelningen '
                           'publiceras snart</p>'
               WHEN OTHER
                   DISPLAY '<p>Fördelningen är klar</p>'
           END-EVALUATE

           .

       *>**************************************************
       B0220-list-offer.

           *> the program's electives of the term, with the
           *> student's own rank where they chose the course
           EXEC SQL
               DECLARE cursoffer CURSOR FOR
               SELECT c.course_id, c.course_name,
                      c.course_max_seats,
                      COALESCE(ch.choice_rank, 0)
               FROM tbl_course c
               LEFT JOIN tbl_course_choice ch
                   ON ch.course_id = c.course_id
                   AND ch.round_id = :t-round-id
                   AND ch.user_id = :t-user-id
               WHERE c.course_term = :t-course-term
               AND c.course_elective = 'Y'
               AND c.program_id = :t-user-program
               ORDER BY COALESCE(ch.choice_rank, 9), c.course_name
           END-EXEC

           EXEC SQL
               OPEN cursoffer
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs id</th><th>Kurs</th>'
                   '<th>Platser</th><th>Ditt val</th></tr>'

           EXEC SQL
               FETCH cursoffer INTO :t-course-id, :t-course-name,
                                  :t-max-seats, :t-choice-rank
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0230-write-offer-row

               EXEC SQL
                   FETCH cursoffer INTO :t-course-id, :t-course-name,
                                      :t-max-seats, :t-choice-rank
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursoffer
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0230-write-offer-row.

           *> a zero cap means the course is uncapped
           IF t-max-seats = ZERO
               MOVE 'obegränsat' TO wc-seats-text
           ELSE
               MOVE t-max-seats TO wc-seats-text
           END-IF

           IF t-choice-rank = ZERO
               MOVE '-' TO wc-rank-text
           ELSE
               MOVE SPACE TO wc-rank-text
               STRING t-choice-rank DELIMITED BY SIZE
                      INTO wc-rank-text
               END-STRING
           END-IF

           MOVE t-course-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' t-course-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' FUNCTION TRIM(wc-seats-text) '</td>'
                   '<td>' FUNCTION TRIM(wc-rank-text) '</td></tr>'

           .

       *>**************************************************
       B0240-write-result.

           EXEC SQL
               SELECT a.course_id, COALESCE(c.course_name, ''),
                      a.choice_rank
               INTO :t-alloc-course-id, :t-alloc-course-name,
                    :t-alloc-rank
               FROM tbl_choice_allocation a
               LEFT JOIN tbl_course c
                   ON c.course_id = a.course_id
               WHERE a.round_id = :t-round-id
               AND a.user_id = :t-user-id
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   DISPLAY '<p>Du deltog inte i kursvalet</p>'
               WHEN t-alloc-course-id = ZERO
                   DISPLAY '<p>Inget av dina val gick - '
                           'kontakta studievägledaren</p>'
               WHEN OTHER
                   MOVE t-alloc-course-name TO wc-escape-input
                   CALL 'html-escape-field' USING wn-rtn-code
                        wc-escape-input wc-escaped-value
                   DISPLAY '<p>Du har fått <b>'
                           FUNCTION TRIM(wc-escaped-value)
                           '</b> (ditt val ' t-alloc-rank ')</p>'
           END-EVALUATE

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
