       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Betygsattest worklist and record. Without a
       *>          course_id: every course with pending grade
       *>          proposals and how many. With a course_id: the
       *>          pending proposals one by one (their count is
       *>          what cgi-attest-grades takes as proposal_cnt),
       *>          followed by every earlier certification of
       *>          the course - who, when and the grade list
       *>          exactly as it was certified. 'grade-attest'
       *>          only.
       *> Created: 2026-10-05
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-grade-attest.
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
            03  is-course-posted-switch     PIC X   VALUE 'N'.
                88  is-course-posted                VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Betygsattest'.

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  attestq-rec-vars.
           05  t-course-id               PIC  9(9) VALUE ZERO.
           05  t-course-name             PIC  X(40).
           05  t-course-term             PIC  X(10).
           05  t-pending-cnt             PIC  9(9).
           05  t-grade-id                PIC  9(9).
           05  t-user-id                 PIC  9(9).
           05  t-grade-grade             PIC  X(40).
           05  t-grade-status            PIC  X(1).
           05  t-grade-attempt           PIC  9(4).
           05  t-graded-by               PIC  9(9).
           05  t-grade-date              PIC  X(10).
           05  t-attest-id               PIC  9(9).
           05  t-attested-by             PIC  9(9).
           05  t-attest-delegated        PIC  X(1).
           05  t-attest-date             PIC  X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wn-listed-cnt              PIC  9(9) VALUE ZERO.

       *> course names are user-entered text - escaped before
       *> they reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.


       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

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
                        IF is-course-posted
                            PERFORM B0300-list-course-proposals
                            PERFORM B0400-list-course-attests
                        ELSE
                            PERFORM B0200-list-pending-courses
                        END-IF
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

           *> course_id (optional) - one course in detail
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
               SET is-course-posted TO TRUE
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

           MOVE 'grade-attest' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-pending-courses.

           EXEC SQL
               DECLARE curspendcourse CURSOR FOR
               SELECT c.course_id, c.course_name,
                      COALESCE(c.course_term, ''), COUNT(*)
               FROM tbl_grade g
               INNER JOIN tbl_course c
               ON c.course_id = g.course_id
               WHERE g.grade_attested = 'N'
               GROUP BY c.course_id, c.course_name, c.course_term
               ORDER BY c.course_term, c.course_name
           END-EXEC

           EXEC SQL
               OPEN curspendcourse
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs id</th><th>Kurs</th>'
                   '<th>Termin</th><th>Förslag</th></tr>'

           EXEC SQL
                FETCH curspendcourse INTO :t-course-id,
                                          :t-course-name,
                                          :t-course-term,
                                          :t-pending-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-course-html-row

               EXEC SQL
                    FETCH curspendcourse INTO :t-course-id,
                                              :t-course-name,
                                              :t-course-term,
                                              :t-pending-cnt
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspendcourse
           END-EXEC

           .

       *>**************************************************
       B0210-write-course-html-row.

           MOVE t-course-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           DISPLAY '<tr><td>' t-course-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' FUNCTION TRIM(t-course-term) '</td>'
                   '<td>' t-pending-cnt '</td></tr>'

           .

       *>**************************************************
       B0300-list-course-proposals.

           MOVE ZERO TO wn-listed-cnt

           EXEC SQL
               DECLARE curspropose CURSOR FOR
               SELECT grade_id, user_id, grade_grade,
                      grade_status, grade_attempt,
                      graded_by_user_id,
                      TO_CHAR(grade_date, 'YYYY-MM-DD')
               FROM tbl_grade
               WHERE course_id = :t-course-id
               AND grade_attested = 'N'
               ORDER BY user_id, grade_attempt
           END-EXEC

           EXEC SQL
               OPEN curspropose
           END-EXEC

           DISPLAY '<h3>Betygsförslag</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Betyg id</th><th>Elev</th>'
                   '<th>Betyg</th><th>Status</th><th>Försök</th>'
                   '<th>Satt av</th><th>Datum</th></tr>'

           EXEC SQL
                FETCH curspropose INTO :t-grade-id, :t-user-id,
                                       :t-grade-grade,
                                       :t-grade-status,
                                       :t-grade-attempt,
                                       :t-graded-by,
                                       :t-grade-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               PERFORM B0310-write-grade-html-row

               EXEC SQL
                    FETCH curspropose INTO :t-grade-id,
                                           :t-user-id,
                                           :t-grade-grade,
                                           :t-grade-status,
                                           :t-grade-attempt,
                                           :t-graded-by,
                                           :t-grade-date
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'
           DISPLAY '<p>proposal_cnt=' wn-listed-cnt '</p>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curspropose
           END-EXEC

           .

       *>**************************************************
       B0310-write-grade-html-row.

           DISPLAY '<tr><td>' t-grade-id '</td>'
                   '<td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(t-grade-grade) '</td>'
                   '<td>' t-grade-status '</td>'
                   '<td>' t-grade-attempt '</td>'
                   '<td>' t-graded-by '</td>'
                   '<td>' t-grade-date '</td></tr>'

           .

       *>**************************************************
       B0400-list-course-attests.

           *> the signed record: one row per certified grade,
           *> as it read at the moment of certification
           EXEC SQL
               DECLARE curscertified CURSOR FOR
               SELECT a.attest_id, a.attested_by_user_id,
                      a.attest_delegated,
                      TO_CHAR(a.attest_date,
                              'YYYY-MM-DD HH24:MI:SS'),
                      l.grade_id, l.user_id, l.grade_grade,
                      l.grade_status, l.grade_attempt,
                      l.graded_by_user_id
               FROM tbl_grade_attest a
               INNER JOIN tbl_grade_attest_line l
               ON l.attest_id = a.attest_id
               WHERE a.course_id = :t-course-id
               ORDER BY a.attest_id, l.user_id, l.grade_attempt
           END-EXEC

           EXEC SQL
               OPEN curscertified
           END-EXEC

           DISPLAY '<h3>Attesterade betyg</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Attest</th><th>Attesterad av</th>'
                   '<th>Delegerad</th><th>Tidpunkt</th>'
                   '<th>Betyg id</th><th>Elev</th><th>Betyg</th>'
                   '<th>Status</th><th>Försök</th>'
                   '<th>Satt av</th></tr>'

           EXEC SQL
                FETCH curscertified INTO :t-attest-id,
                                         :t-attested-by,
                                         :t-attest-delegated,
                                         :t-attest-date,
                                         :t-grade-id, :t-user-id,
                                         :t-grade-grade,
                                         :t-grade-status,
                                         :t-grade-attempt,
                                         :t-graded-by
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0410-write-attest-html-row

               EXEC SQL
                    FETCH curscertified INTO :t-attest-id,
                                             :t-attested-by,
                                             :t-attest-delegated,
                                             :t-attest-date,
                                             :t-grade-id,
                                             :t-user-id,
                                             :t-grade-grade,
                                             :t-grade-status,
                                             :t-grade-attempt,
                                             :t-graded-by
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscertified
           END-EXEC

           .

       *>**************************************************
       B0410-write-attest-html-row.

           DISPLAY '<tr><td>' t-attest-id '</td>'
                   '<td>' t-attested-by '</td>'
                   '<td>' t-attest-delegated '</td>'
                   '<td>' t-attest-date '</td>'
                   '<td>' t-grade-id '</td>'
                   '<td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(t-grade-grade) '</td>'
                   '<td>' t-grade-status '</td>'
                   '<td>' t-grade-attempt '</td>'
                   '<td>' t-graded-by '</td></tr>'

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
