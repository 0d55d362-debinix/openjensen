       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The student's own ranking in a course-
       *>          choice round (kursval) - round_id and
       *>          choice_1 .. choice_5, first choice first, up
       *>          to the round's choice_cnt. Every choice must
       *>          be an elective of the round's term from the
       *>          student's own program, once each. A new
       *>          ranking replaces the old one until the
       *>          deadline; choice-allocation allocates after
       *>          it. Recorded in tbl_audit. Guarded by
       *>          'course-choice'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-course-choice.
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
            03  is-round-found-switch          PIC X   VALUE 'N'.
                88  is-round-found                     VALUE 'Y'.
            03  is-choice-twice-switch         PIC X   VALUE 'N'.
                88  is-choice-twice                    VALUE 'Y'.
            03  is-choice-allowed-switch       PIC X   VALUE 'N'.
                88  is-choice-allowed                  VALUE 'Y'.
            03  is-sql-error-switch            PIC X   VALUE 'N'.
                88  is-sql-error                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Kursval'.

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
       01  choice-rec-vars.
             05  t-round-id             PIC  9(9)  VALUE ZERO.
             05  t-round-name           PIC  X(40) VALUE SPACE.
             05  t-course-term          PIC  X(10) VALUE SPACE.
             05  t-choice-cnt           PIC  9(1)  VALUE ZERO.
             05  t-choice-deadline      PIC  X(10) VALUE SPACE.
             05  t-round-status         PIC  X(1)  VALUE SPACE.
             05  t-today-date           PIC  X(10) VALUE SPACE.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
             05  t-user-program         PIC  9(4)  VALUE ZERO.
             05  t-user-status          PIC  X(1)  VALUE SPACE.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-choice-rank          PIC  9(1)  VALUE ZERO.
             05  t-offer-cnt            PIC  9(4)  VALUE ZERO.
             05  t-old-choice-cnt       PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the ranked course ids as posted, blanks squeezed out
       01  choice-table.
           05  wn-choice-course        PIC  9(9)  OCCURS 5
                                                   VALUE ZERO.
       01  wn-posted-cnt               PIC  9(1)  VALUE ZERO.
       01  wn-idx                      PIC  9(1)  VALUE ZERO.
       01  wn-idx2                     PIC  9(1)  VALUE ZERO.
       01  wn-bad-rank                 PIC  9(1)  VALUE ZERO.

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
                        PERFORM B0200-save-choices
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

           *> which choice round (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> choice_1 .. choice_5, first choice first - the
           *> student themselves is taken from the session
           PERFORM A0115-get-posted-choice
               VARYING wn-idx FROM 1 BY 1
               UNTIL wn-idx > 5

           EVALUATE TRUE
               WHEN t-round-id = ZERO
                   MOVE 'Saknar kursval' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wn-posted-cnt = ZERO
                   MOVE 'Välj minst en kurs' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       A0115-get-posted-choice.

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE SPACE TO wc-post-name
           STRING 'choice_' wn-idx
                  DELIMITED BY SIZE INTO wc-post-name
           END-STRING
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               ADD 1 TO wn-posted-cnt
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO wn-choice-course(wn-posted-cnt)
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
       B0200-save-choices.

           *> the student is always the caller themselves
           MOVE wn-requesting-user-id TO t-user-id

           EXEC SQL
               SELECT r.round_name, r.course_term, r.choice_cnt,
                      r.choice_deadline, r.round_status,
                      TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                      u.user_program, u.user_status
               INTO :t-round-name, :t-course-term, :t-choice-cnt,
                    :t-choice-deadline, :t-round-status,
                    :t-today-date, :t-user-program, :t-user-status
               FROM tbl_choice_round r
               CROSS JOIN tbl_user u
               WHERE r.round_id = :t-round-id
               AND u.user_id = :t-user-id
           END-EXEC

           IF  sqlcode = zero
                SET is-round-found TO TRUE
                PERFORM B0210-check-choices
                    VARYING wn-idx FROM 1 BY 1
                    UNTIL wn-idx > wn-posted-cnt
                       OR wn-bad-rank NOT = ZERO
           END-IF

           EVALUATE TRUE
               WHEN NOT is-round-found
                   MOVE 'Okänt kursval' TO wc-printscr-string
               WHEN t-user-status NOT = 'A'
                   MOVE 'Kontakta expeditionen' TO wc-printscr-string
               WHEN t-round-status NOT = 'O'
                 OR t-today-date > t-choice-deadline
                   MOVE 'Kursvalet är stängt' TO wc-printscr-string
               WHEN wn-posted-cnt > t-choice-cnt
                   MOVE 'För många val' TO wc-printscr-string
                   DISPLAY '<p>Högst ' t-choice-cnt ' val</p>'
               WHEN is-choice-twice
                   MOVE 'Samma kurs vald två gånger'
                        TO wc-printscr-string
               WHEN wn-bad-rank NOT = ZERO
                   MOVE 'Kursen ingår inte i ditt kursval'
                        TO wc-printscr-string
                   DISPLAY '<p>Val ' wn-bad-rank '</p>'
               WHEN OTHER
                   SET is-choice-allowed TO TRUE
           END-EVALUATE

           IF is-choice-allowed
               PERFORM B0220-replace-choices
           ELSE
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0210-check-choices.

           *> an elective of the round's term from the student's
           *> own program, and not the same course twice
           MOVE wn-choice-course(wn-idx) TO t-course-id

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-offer-cnt
               FROM tbl_course
               WHERE course_id = :t-course-id
               AND course_elective = 'Y'
               AND course_term = :t-course-term
               AND program_id = :t-user-program
           END-EXEC

           IF  sqlcode NOT = zero OR t-offer-cnt = ZERO
                MOVE wn-idx TO wn-bad-rank
           END-IF

           PERFORM B0215-compare-earlier-choice
               VARYING wn-idx2 FROM 1 BY 1
               UNTIL wn-idx2 >= wn-idx

           .

       *>**************************************************
       B0215-compare-earlier-choice.

           IF wn-choice-course(wn-idx2) = wn-choice-course(wn-idx)
               SET is-choice-twice TO TRUE
           END-IF

           .

       *>**************************************************
       B0220-replace-choices.

           *> a new ranking replaces the old one as a whole
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-old-choice-cnt
               FROM tbl_course_choice
               WHERE round_id = :t-round-id
               AND user_id = :t-user-id
           END-EXEC

           EXEC SQL
               DELETE FROM tbl_course_choice
               WHERE round_id = :t-round-id
               AND user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0225-insert-choice
                    VARYING wn-idx FROM 1 BY 1
                    UNTIL wn-idx > wn-posted-cnt
                       OR is-sql-error
                IF NOT is-sql-error
                    PERFORM B0230-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'Ditt kursval är sparat'
                         TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                    DISPLAY '<p>Du kan ändra det till och med '
                            t-choice-deadline '</p>'
                END-IF
           END-IF

           .

       *>**************************************************
       B0225-insert-choice.

           MOVE wn-idx TO t-choice-rank
           MOVE wn-choice-course(wn-idx) TO t-course-id

           EXEC SQL
               INSERT INTO tbl_course_choice
               (round_id, user_id, choice_rank, course_id)
               VALUES (:t-round-id, :t-user-id, :t-choice-rank,
                       :t-course-id)
           END-EXEC

           IF  sqlcode NOT = zero
                SET is-sql-error TO TRUE
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-add-course-choice' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'round_id=' t-round-id
                  ' user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF t-old-choice-cnt > ZERO
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING t-old-choice-cnt ' val'
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING wn-choice-course(1) ' ' wn-choice-course(2) ' '
                  wn-choice-course(3) ' ' wn-choice-course(4) ' '
                  wn-choice-course(5)
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
