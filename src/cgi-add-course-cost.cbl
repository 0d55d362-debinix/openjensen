       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Register an external material cost bought
       *>          for a course offering - course_id, cost_desc
       *>          (what was bought) and cost_amount in kronor -
       *>          in tbl_course_cost, where v_course_economy
       *>          counts it against the course. A correction is
       *>          a new row with a negative amount. Recorded in
       *>          tbl_audit. Guarded by 'course-economy'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-course-cost.
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
            03  is-amount-posted-switch        PIC X   VALUE 'N'.
                88  is-amount-posted                   VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Kurskostnad'.

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
       01  cost-rec-vars.
             05  t-cost-id              PIC  9(9)  VALUE ZERO.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-cost-desc            PIC  X(40) VALUE SPACE.
             05  t-cost-amount          PIC S9(7)  VALUE ZERO.
             05  t-course-cnt           PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the amount may be negative - a correction
       01  wn-amount-edit             PIC -(7)9  VALUE ZERO.
       01  wc-amount-digits           PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
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
                        PERFORM B0200-add-cost
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

           *> the course offering (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           *> what was bought (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'cost_desc' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-cost-desc

           *> kronor, negative for a correction (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'cost_amount' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = '-'
               MOVE wc-post-value(2:39) TO wc-amount-digits
           ELSE
               MOVE wc-post-value TO wc-amount-digits
           END-IF

           IF wc-amount-digits NOT = SPACE
              AND FUNCTION TRIM(wc-amount-digits) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-amount-digits)
                    TO t-cost-amount
               IF wc-post-value(1:1) = '-'
                   COMPUTE t-cost-amount = ZERO - t-cost-amount
               END-IF
               IF t-cost-amount NOT = ZERO
                   SET is-amount-posted TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-course-id = ZERO
                   MOVE 'Saknar kurs id' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-cost-desc = SPACE
                   MOVE 'Ange vad som köpts' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-amount-posted
                   MOVE 'Ange belopp i kronor' TO wc-printscr-string
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

           MOVE 'course-economy' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-cost.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-course-cnt
               FROM tbl_course
               WHERE course_id = :t-course-id
           END-EXEC

           IF t-course-cnt = ZERO
               MOVE 'Okänd kurs' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-save-cost
           END-IF

           .

       *>**************************************************
       B0210-save-cost.

           EXEC SQL
               SELECT nextval('tbl_course_cost_cost_id_seq')
               INTO :t-cost-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_course_cost
               (cost_id, course_id, cost_desc, cost_amount,
                registered_by)
               VALUES (:t-cost-id, :t-course-id, :t-cost-desc,
                       :t-cost-amount, :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kurskostnad sparad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-course-cost' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'cost=' t-cost-id ' course=' t-course-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE t-cost-amount TO wn-amount-edit
           MOVE SPACE TO t-audit-new
           STRING 'amount=' FUNCTION TRIM(wn-amount-edit)
                  ' ' FUNCTION TRIM(t-cost-desc)
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
