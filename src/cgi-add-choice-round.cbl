       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Open a course-choice round (kursval), or
       *>          change one not yet published - round_name,
       *>          course_term (the term whose electives are on
       *>          offer), choice_deadline, choice_cnt (how many
       *>          alternatives each student ranks, 1-5) and
       *>          req_priority (N drops the priority for
       *>          students whose program requires a course).
       *>          draw_seed fixes the draw choice-allocation
       *>          makes; left blank on a new round it is drawn
       *>          here. Recorded in tbl_audit. Guarded by
       *>          'course-choice-admin'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-choice-round.
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
            03  is-seed-posted-switch          PIC X   VALUE 'N'.
                88  is-seed-posted                     VALUE 'Y'.
            03  is-seed-invalid-switch         PIC X   VALUE 'N'.
                88  is-seed-invalid                    VALUE 'Y'.
            03  is-round-found-switch          PIC X   VALUE 'N'.
                88  is-round-found                     VALUE 'Y'.

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
       01  round-rec-vars.
             05  t-round-id             PIC  9(9)  VALUE ZERO.
             05  t-round-name           PIC  X(40) VALUE SPACE.
             05  t-course-term          PIC  X(10) VALUE SPACE.
             05  t-choice-cnt           PIC  9(1)  VALUE 3.
             05  t-choice-deadline      PIC  X(10) VALUE SPACE.
             05  t-req-priority         PIC  X(1)  VALUE 'Y'.
             05  t-draw-seed            PIC  9(9)  VALUE ZERO.
             05  t-round-status         PIC  X(1)  VALUE SPACE.
             05  t-term-cnt             PIC  9(4)  VALUE ZERO.
       01  old-round-vars.
             05  t-old-round-name       PIC  X(40) VALUE SPACE.
             05  t-old-course-term      PIC  X(10) VALUE SPACE.
             05  t-old-choice-cnt       PIC  9(1)  VALUE ZERO.
             05  t-old-choice-deadline  PIC  X(10) VALUE SPACE.
             05  t-old-req-priority     PIC  X(1)  VALUE SPACE.
             05  t-old-draw-seed        PIC  9(9)  VALUE ZERO.
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
                        PERFORM B0200-save-round
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

           *> round_id (optional) - change an existing round
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> what the students see, e.g. Kursval åk 3
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-round-name

           *> the term whose electives are on offer
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_term' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-course-term

           *> last day to choose, YYYY-MM-DD
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'choice_deadline' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-choice-deadline
           IF t-choice-deadline NOT = SPACE
               CALL 'is-valid-date' USING wn-rtn-code
                                          t-choice-deadline
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO t-choice-deadline
               END-IF
           END-IF

           *> how many alternatives to rank, 1-5 (3)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'choice_cnt' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF wc-post-value(1:1) >= '1' AND wc-post-value(1:1)
                  <= '5' AND wc-post-value(2:1) = SPACE
                   MOVE wc-post-value(1:1) TO t-choice-cnt
               ELSE
                   MOVE ZERO TO t-choice-cnt
               END-IF
           END-IF

           *> N - no priority for the program requirements
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'req_priority' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'N'
               MOVE 'N' TO t-req-priority
           END-IF

           *> the draw, a number (blank - drawn on add)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'draw_seed' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF FUNCTION TRIM(wc-post-value) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-draw-seed
                   SET is-seed-posted TO TRUE
               ELSE
                   SET is-seed-invalid TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-round-name = SPACE
                   MOVE 'Saknar namn på kursvalet'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-course-term = SPACE
                   MOVE 'Saknar termin' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-choice-deadline = SPACE
                 OR t-choice-deadline = 'X'
                   MOVE 'Ogiltigt sista datum' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-seed-invalid
                   MOVE 'Lottningen ska vara ett tal'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-choice-cnt = ZERO
                   MOVE 'Antal val ska vara 1-5' TO wc-printscr-string
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

           MOVE 'course-choice-admin' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-round.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-term-cnt
               FROM tbl_term
               WHERE term_code = :t-course-term
           END-EXEC

           IF t-round-id NOT = ZERO
               EXEC SQL
                   SELECT round_name, course_term, choice_cnt,
                          choice_deadline, req_priority, draw_seed,
                          round_status
                   INTO :t-old-round-name, :t-old-course-term,
                        :t-old-choice-cnt, :t-old-choice-deadline,
                        :t-old-req-priority, :t-old-draw-seed,
                        :t-round-status
                   FROM tbl_choice_round
                   WHERE round_id = :t-round-id
               END-EXEC
               IF sqlcode = zero
                   SET is-round-found TO TRUE
               END-IF
           END-IF

           *> once published the round is history - the seed and
           *> the priority are what the allocation was made with
           EVALUATE TRUE
               WHEN t-term-cnt = ZERO
                   MOVE 'Okänd termin' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-round-id NOT = ZERO AND NOT is-round-found
                   MOVE 'Okänt kursval' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-round-status = 'P'
                   MOVE 'Kursvalet är redan publicerat'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-round-found
                   PERFORM B0220-update-round
               WHEN OTHER
                   PERFORM B0210-insert-round
           END-EVALUATE

           .

       *>**************************************************
       B0210-insert-round.

           *> an unposted seed is drawn here, once - a rerun of
           *> the allocation then repeats the same draw
           EXEC SQL
               SELECT nextval('tbl_choice_round_round_id_seq'),
                      CAST(FLOOR(RANDOM() * 999999999) AS INTEGER)
               INTO :t-round-id, :t-old-draw-seed
           END-EXEC

           IF NOT is-seed-posted
               MOVE t-old-draw-seed TO t-draw-seed
           END-IF

           EXEC SQL
               INSERT INTO tbl_choice_round
               (round_id, round_name, course_term, choice_cnt,
                choice_deadline, req_priority, draw_seed,
                created_by)
               VALUES (:t-round-id, :t-round-name, :t-course-term,
                       :t-choice-cnt, :t-choice-deadline,
                       :t-req-priority, :t-draw-seed,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kursval skapat' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Kursval id: ' t-round-id
                        ' - lottning ' t-draw-seed '</p>'
           END-IF

           .

       *>**************************************************
       B0220-update-round.

           IF NOT is-seed-posted
               MOVE t-old-draw-seed TO t-draw-seed
           END-IF

           EXEC SQL
               UPDATE tbl_choice_round
               SET round_name = :t-round-name,
                   course_term = :t-course-term,
                   choice_cnt = :t-choice-cnt,
                   choice_deadline = :t-choice-deadline,
                   req_priority = :t-req-priority,
                   draw_seed = :t-draw-seed
               WHERE round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kursval ändrat' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-add-choice-round' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'round_id=' t-round-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-round-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING FUNCTION TRIM(t-old-course-term)
                      ' val=' t-old-choice-cnt
                      ' sista=' t-old-choice-deadline
                      ' prio=' t-old-req-priority
                      ' seed=' t-old-draw-seed
                      ' ' FUNCTION TRIM(t-old-round-name)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING FUNCTION TRIM(t-course-term)
                  ' val=' t-choice-cnt
                  ' sista=' t-choice-deadline
                  ' prio=' t-req-priority
                  ' seed=' t-draw-seed
                  ' ' FUNCTION TRIM(t-round-name)
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
