       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Publish an assignment (inlämning) against a
       *>          course moment, or change one - moment_id,
       *>          assignment_title and the deadline, due_date
       *>          and due_time (23:59 when not given). Students
       *>          hand in through cgi-add-submission; what came
       *>          in is listed by cgi-list-submissions.
       *>          Recorded in tbl_audit. Guarded by
       *>          'grade-entry', like the moment results.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-assignment.
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
            03  is-assignment-found-switch     PIC X   VALUE 'N'.
                88  is-assignment-found                VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Inlämning'.

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

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  assignment-rec-vars.
             05  t-assignment-id        PIC  9(9)  VALUE ZERO.
             05  t-moment-id            PIC  9(9)  VALUE ZERO.
             05  t-assignment-title     PIC  X(40) VALUE SPACE.
             05  t-due-date             PIC  X(10) VALUE SPACE.
             05  t-due-time             PIC  X(5)  VALUE '23:59'.
             05  t-moment-cnt           PIC  9(4)  VALUE ZERO.
       01  old-assignment-vars.
             05  t-old-moment-id        PIC  9(9)  VALUE ZERO.
             05  t-old-assignment-title PIC  X(40) VALUE SPACE.
             05  t-old-due-date         PIC  X(10) VALUE SPACE.
             05  t-old-due-time         PIC  X(5)  VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
                        PERFORM B0200-save-assignment
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
               PERFORM A0110-init-add-action
           END-IF

           .

       *>**************************************************
       A0110-init-add-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> assignment_id (optional) - change an existing one
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assignment_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-assignment-id
           END-IF

           *> the course moment the work is assessed in
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'moment_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-moment-id
           END-IF

           *> what the students see, e.g. Labbrapport 2
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assignment_title' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-assignment-title

           *> deadline day, YYYY-MM-DD
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'due_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-due-date
           IF t-due-date NOT = SPACE
               CALL 'is-valid-date' USING wn-rtn-code t-due-date
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO t-due-date
               END-IF
           END-IF

           *> deadline time of day, HH:MM (23:59)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'due_time' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:5) TO t-due-time
               IF t-due-time(1:2) IS NOT NUMERIC
                  OR t-due-time(3:1) NOT = ':'
                  OR t-due-time(4:2) IS NOT NUMERIC
                  OR t-due-time(1:2) > '23'
                  OR t-due-time(4:2) > '59'
                  OR wc-post-value(6:1) NOT = SPACE
                   MOVE 'X' TO t-due-time
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-moment-id = ZERO
                   MOVE 'Saknar kursmoment' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-assignment-title = SPACE
                   MOVE 'Saknar namn på inlämningen'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-due-date = SPACE OR t-due-date = 'X'
                   MOVE 'Ogiltigt datum för deadline'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-due-time = 'X'
                   MOVE 'Ogiltig tid för deadline'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

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
       B0200-save-assignment.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-moment-cnt
               FROM tbl_course_moment
               WHERE moment_id = :t-moment-id
           END-EXEC

           IF t-assignment-id NOT = ZERO
               EXEC SQL
                   SELECT moment_id, assignment_title, due_date,
                          due_time
                   INTO :t-old-moment-id, :t-old-assignment-title,
                        :t-old-due-date, :t-old-due-time
                   FROM tbl_assignment
                   WHERE assignment_id = :t-assignment-id
               END-EXEC
               IF sqlcode = zero
                   SET is-assignment-found TO TRUE
               END-IF
           END-IF

           *> a moved deadline does not re-flag what already came
           *> in - is_late is set once, as the file arrives
           EVALUATE TRUE
               WHEN t-moment-cnt = ZERO
                   MOVE 'Okänt kursmoment' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-assignment-id NOT = ZERO
                AND NOT is-assignment-found
                   MOVE 'Okänd inlämning' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-assignment-found
                   PERFORM B0220-update-assignment
               WHEN OTHER
                   PERFORM B0210-insert-assignment
           END-EVALUATE

           .

       *>**************************************************
       B0210-insert-assignment.

           EXEC SQL
               SELECT nextval('tbl_assignment_assignment_id_seq')
               INTO :t-assignment-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_assignment
               (assignment_id, moment_id, assignment_title,
                due_date, due_time, created_by)
               VALUES (:t-assignment-id, :t-moment-id,
                       :t-assignment-title, :t-due-date,
                       :t-due-time, :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Inlämning publicerad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Inlämning id: ' t-assignment-id
                        ' - deadline ' t-due-date ' ' t-due-time
                        '</p>'
           END-IF

           .

       *>**************************************************
       B0220-update-assignment.

           EXEC SQL
               UPDATE tbl_assignment
               SET moment_id = :t-moment-id,
                   assignment_title = :t-assignment-title,
                   due_date = :t-due-date,
                   due_time = :t-due-time
               WHERE assignment_id = :t-assignment-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Inlämning ändrad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-add-assignment' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'assignment_id=' t-assignment-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-assignment-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING 'moment=' t-old-moment-id
                      ' deadline=' t-old-due-date ' '
                      t-old-due-time
                      ' ' FUNCTION TRIM(t-old-assignment-title)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING 'moment=' t-moment-id
                  ' deadline=' t-due-date ' ' t-due-time
                  ' ' FUNCTION TRIM(t-assignment-title)
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
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
