       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The term-readiness worklist - the open
       *>          findings the term-readiness step keeps in
       *>          tbl_readiness_issue for the coming terms, per
       *>          site, term and course: blocking (E) or warning
       *>          (W), which check, what is wrong and since when.
       *>          Shows the caller's own site and the courses
       *>          without a site; a posted ort_id shows that
       *>          site instead, and a caller without a site sees
       *>          every site. A posted term_code narrows to one
       *>          term. Guarded by 'term-readiness'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-term-readiness.
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
            03  is-site-posted-switch          PIC X   VALUE 'N'.
                88  is-site-posted                     VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Terminsstart'.

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
       01  issue-rec-vars.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-ort-name             PIC  X(40) VALUE SPACE.
             05  t-term-code            PIC  X(10) VALUE SPACE.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-severity             PIC  X(1)  VALUE SPACE.
             05  t-check-code           PIC  X(20) VALUE SPACE.
             05  t-detail               PIC  X(80) VALUE SPACE.
             05  t-found-date           PIC  X(10) VALUE SPACE.
       01  filter-vars.
             05  t-filter-ort-id        PIC  9(9)  VALUE ZERO.
             05  t-filter-term          PIC  X(10) VALUE SPACE.
             05  t-all-sites            PIC  X(1)  VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> escaped detail for the page - html-escape-field takes
       *> 40 characters, so the detail is escaped in two halves
       01  wc-escape80-input        PIC X(80) VALUE SPACE.
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-first         PIC X(240) VALUE SPACE.

       01  wn-issue-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-blocking-cnt          PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-action
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

           *> ort_id (optional) - another site than the caller's
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF FUNCTION TRIM(wc-post-value) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-filter-ort-id
                   SET is-site-posted TO TRUE
               END-IF
           END-IF

           *> term_code (optional) - one term only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'term_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:10))
                TO t-filter-term

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

           MOVE 'term-readiness' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-action.

           *> without a posted site: the caller's own, or every
           *> site for a caller who has none
           IF NOT is-site-posted
               EXEC SQL
                   SELECT ort_id
                   INTO :t-filter-ort-id
                   FROM tbl_user
                   WHERE user_id = :wn-requesting-user-id
               END-EXEC
               IF SQLCODE NOT = ZERO OR t-filter-ort-id = ZERO
                   MOVE ZERO TO t-filter-ort-id
                   MOVE 'Y' TO t-all-sites
               END-IF
           END-IF

           DISPLAY '<h2>Beredskap inför terminsstart</h2>'

           IF t-all-sites = 'Y'
               DISPLAY '<p>Alla orter</p>'
           ELSE
               DISPLAY '<p>Ort ' t-filter-ort-id
                       ' och kurser utan ort</p>'
           END-IF

           PERFORM B0210-list-findings

           .

       *>**************************************************
       B0210-list-findings.

           EXEC SQL
               DECLARE cursreadiness CURSOR FOR
               SELECT i.ort_id, COALESCE(o.enhetsnamn, 'utan ort'),
                      i.term_code, i.course_id, c.course_name,
                      i.severity, i.check_code, i.detail,
                      i.found_date
               FROM tbl_readiness_issue i
               INNER JOIN tbl_course c
                   ON c.course_id = i.course_id
               LEFT JOIN t_ort o
                   ON o.ort_id = i.ort_id
               WHERE (:t-all-sites = 'Y'
                      OR i.ort_id = :t-filter-ort-id
                      OR i.ort_id = 0)
               AND (:t-filter-term = ''
                    OR i.term_code = :t-filter-term)
               ORDER BY i.ort_id, i.term_code, c.course_name,
                        i.course_id, i.severity, i.check_code
           END-EXEC

           EXEC SQL
               OPEN cursreadiness
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Ort</th><th>Termin</th><th>Kurs</th>'
                   '<th>Allvar</th><th>Kontroll</th>'
                   '<th>Brist</th><th>Sedan</th></tr>'

           EXEC SQL
               FETCH cursreadiness INTO :t-ort-id, :t-ort-name,
                                      :t-term-code, :t-course-id,
                                      :t-course-name, :t-severity,
                                      :t-check-code, :t-detail,
                                      :t-found-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-finding-row

               EXEC SQL
                   FETCH cursreadiness INTO :t-ort-id, :t-ort-name,
                                          :t-term-code,
                                          :t-course-id,
                                          :t-course-name,
                                          :t-severity,
                                          :t-check-code,
                                          :t-detail,
                                          :t-found-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursreadiness
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-issue-cnt ', blockerande: '
                   wn-blocking-cnt '</p>'

           .

       *>**************************************************
       B0220-write-finding-row.

           *> the detail may carry a teacher's name
           MOVE t-detail TO wc-escape80-input
           MOVE wc-escape80-input(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE wc-escaped-value TO wc-escaped-first

           MOVE SPACE TO wc-escaped-value
           IF wc-escape80-input(41:40) NOT = SPACE
               MOVE wc-escape80-input(41:40) TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
           END-IF

           DISPLAY '<tr><td>' t-ort-id ' '
                   FUNCTION TRIM(t-ort-name) '</td>'
                   '<td>' FUNCTION TRIM(t-term-code) '</td>'
                   '<td>' t-course-id ' '
                   FUNCTION TRIM(t-course-name) '</td>'
                   '<td>' t-severity '</td>'
                   '<td>' FUNCTION TRIM(t-check-code) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first)
                   FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-found-date '</td></tr>'

           ADD 1 TO wn-issue-cnt
           IF t-severity = 'E'
               ADD 1 TO wn-blocking-cnt
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
