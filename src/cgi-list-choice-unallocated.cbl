       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The study counsellor's list for a course-
       *>          choice round (kursval) - the students
       *>          choice-allocation could give none of their
       *>          choices, with their program and what they
       *>          ranked, in order. show_all=Y lists every
       *>          student with the course they got and which
       *>          choice it was. Guarded by
       *>          'course-choice-admin'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-choice-unallocated.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Kursval utan plats'.

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
           05  t-round-status         PIC  X(1) VALUE SPACE.
           05  t-show-all             PIC  X(1) VALUE 'N'.
       01  student-rec-vars.
           05  t-user-id              PIC  9(9).
           05  t-user-firstname       PIC  X(40).
           05  t-user-lastname        PIC  X(40).
           05  t-program-name         PIC  X(40).
           05  t-alloc-course-name    PIC  X(40).
           05  t-alloc-rank           PIC  9(1).
           05  t-choice-list          PIC  X(240).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.

       01  wn-student-cnt           PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-students
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

           *> which choice round (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> Y lists every student, not just those left out
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'show_all' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO t-show-all
           END-IF

           IF wc-session-token = SPACE OR t-round-id = ZERO
               MOVE 'Saknar kursval' TO wc-printscr-string
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

           MOVE 'course-choice-admin' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-students.

           EXEC SQL
               SELECT round_name, round_status
               INTO :t-round-name, :t-round-status
               FROM tbl_choice_round
               WHERE round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Okänt kursval' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                IF t-round-status = 'O'
                    MOVE 'Kursvalet är inte fördelat än'
                         TO wc-printscr-string
                    CALL 'stop-printscr' USING wc-printscr-string
                ELSE
                    DISPLAY '<h2>' FUNCTION TRIM(t-round-name)
                            '</h2>'
                    PERFORM B0210-list-allocations
                END-IF
           END-IF

           .

       *>**************************************************
       B0210-list-allocations.

           *> those choice-allocation left without a course, with
           *> what they asked for in their order - everyone with
           *> show_all=Y
           EXEC SQL
               DECLARE cursunalloc CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      COALESCE(p.program_name, ''),
                      COALESCE(c.course_name, ''), a.choice_rank,
                      LEFT(COALESCE(
                          (SELECT STRING_AGG(ch.choice_rank || '. '
                                             || TRIM(cc.course_name),
                                             ', '
                                             ORDER BY ch.choice_rank)
                           FROM tbl_course_choice ch
                           INNER JOIN tbl_course cc
                               ON cc.course_id = ch.course_id
                           WHERE ch.round_id = a.round_id
                           AND ch.user_id = a.user_id), ''), 240)
               FROM tbl_choice_allocation a
               INNER JOIN tbl_user u
                   ON u.user_id = a.user_id
               LEFT JOIN tbl_program p
                   ON p.program_id = u.user_program
               LEFT JOIN tbl_course c
                   ON c.course_id = a.course_id
               WHERE a.round_id = :t-round-id
               AND (a.course_id = 0 OR :t-show-all = 'Y')
               ORDER BY a.choice_rank, u.user_lastname,
                        u.user_firstname
           END-EXEC

           EXEC SQL
               OPEN cursunalloc
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Elev</th><th>Program</th>'
                   '<th>Fått</th><th>Val</th>'
                   '<th>Önskemål</th></tr>'

           EXEC SQL
               FETCH cursunalloc INTO :t-user-id, :t-user-firstname,
                                   :t-user-lastname,
                                   :t-program-name,
                                   :t-alloc-course-name,
                                   :t-alloc-rank, :t-choice-list
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-student-row

               EXEC SQL
                   FETCH cursunalloc INTO :t-user-id, :t-user-firstname,
                                       :t-user-lastname,
                                       :t-program-name,
                                       :t-alloc-course-name,
                                       :t-alloc-rank, :t-choice-list
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursunalloc
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-student-cnt '</p>'

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

           IF t-alloc-course-name = SPACE
               MOVE '-' TO t-alloc-course-name
           END-IF

           DISPLAY '<tr><td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' FUNCTION TRIM(t-program-name) '</td>'
                   '<td>' FUNCTION TRIM(t-alloc-course-name) '</td>'
                   '<td>' t-alloc-rank '</td>'
                   '<td>' FUNCTION TRIM(t-choice-list) '</td></tr>'

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
