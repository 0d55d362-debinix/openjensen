       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Set a teacher's contracted teaching hours per
       *>          month (contract_hours, 0-300) - the hours the
       *>          month-end payroll-export counts the teacher's
       *>          own lessons against before paying extra hours.
       *>          0, or no contract at all, pays no extra hours.
       *>          An optional teacher_category (blank keeps the
       *>          current one, LARARE for a new contract) prices
       *>          the teacher's hours in v_course_economy.
       *>          Guarded by 'payroll-contract'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Teacher category for the course cost rates.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-teacher-contract.
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
            03  is-contract-found-switch       PIC X   VALUE 'N'.
                88  is-contract-found                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Tjänstgöring'.

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
       01  contract-rec-vars.
             05  t-teacher-user-id      PIC  9(9) VALUE ZERO.
             05  t-contract-hours       PIC  9(3) VALUE ZERO.
             05  t-old-contract-hours   PIC  9(3) VALUE ZERO.
             05  t-teacher-category     PIC  X(20) VALUE SPACE.
             05  t-old-teacher-category PIC  X(20) VALUE SPACE.
             05  t-teacher-cnt          PIC  9(4) VALUE ZERO.
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
                        PERFORM B0200-set-contract
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
               PERFORM A0110-init-set-action
           END-IF

           .

       *>**************************************************
       A0110-init-set-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the teacher (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'teacher_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-teacher-user-id
           END-IF

           *> the category the hour rate follows (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'teacher_category' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value)
                TO t-teacher-category

           *> teaching hours per month (required, 0-300)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'contract_hours' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
              AND FUNCTION NUMVAL(wc-post-value) <= 300
              AND t-teacher-user-id > ZERO
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-contract-hours
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Tjänstgöring 0-300 timmar per månad'
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

           MOVE 'payroll-contract' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-set-contract.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-teacher-cnt
               FROM tbl_user
               WHERE user_id = :t-teacher-user-id
               AND usertype_id = 2
           END-EXEC

           IF t-teacher-cnt = ZERO
               MOVE 'Okänd lärare' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-save-contract
           END-IF

           .

       *>**************************************************
       B0210-save-contract.

           EXEC SQL
               SELECT contract_hours, teacher_category
               INTO :t-old-contract-hours, :t-old-teacher-category
               FROM tbl_teacher_contract
               WHERE teacher_user_id = :t-teacher-user-id
           END-EXEC

           IF sqlcode = zero
               SET is-contract-found TO TRUE
               IF t-teacher-category = SPACE
                   MOVE t-old-teacher-category TO t-teacher-category
               END-IF
               EXEC SQL
                   UPDATE tbl_teacher_contract
                   SET contract_hours = :t-contract-hours,
                       teacher_category = :t-teacher-category,
                       changed_by = :wn-requesting-user-id,
                       changed_date = CURRENT_TIMESTAMP
                   WHERE teacher_user_id = :t-teacher-user-id
               END-EXEC
           ELSE
               IF t-teacher-category = SPACE
                   MOVE 'LARARE' TO t-teacher-category
               END-IF
               EXEC SQL
                   INSERT INTO tbl_teacher_contract
                   (teacher_user_id, contract_hours,
                    teacher_category, changed_by)
                   VALUES (:t-teacher-user-id, :t-contract-hours,
                           :t-teacher-category,
                           :wn-requesting-user-id)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Tjänstgöring sparad'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-teacher-contract' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'teacher=' t-teacher-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-contract-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING 'hours=' t-old-contract-hours
                      ' category='
                      FUNCTION TRIM(t-old-teacher-category)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING 'hours=' t-contract-hours
                  ' category=' FUNCTION TRIM(t-teacher-category)
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
