       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Set a rate the course economy is figured
       *>          with, in tbl_cost_rate - rate_kind T (teacher
       *>          category, kronor per hour), R (room type as
       *>          T_JLOKAL.Lokaltyp, kronor per hour) or F
       *>          (funding per student and course point, rate_key
       *>          the program_id, 0 for any program), rate_key,
       *>          rate_amount in kronor and rate_from, the date
       *>          it applies from (blank = today).
       *>          v_course_economy takes the latest rate on or
       *>          before a lesson's date (funding: the term's
       *>          start). Recorded in tbl_audit. Guarded by
       *>          'course-economy'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-cost-rate.
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
            03  is-rate-posted-switch          PIC X   VALUE 'N'.
                88  is-rate-posted                     VALUE 'Y'.
            03  is-rate-found-switch           PIC X   VALUE 'N'.
                88  is-rate-found                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Kostnadssats'.

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
       01  rate-rec-vars.
             05  t-rate-kind            PIC  X(1)  VALUE SPACE.
             05  t-rate-key             PIC  X(20) VALUE SPACE.
             05  t-rate-from            PIC  X(10) VALUE SPACE.
             05  t-rate-amount          PIC  9(7)  VALUE ZERO.
             05  t-old-rate-amount      PIC  9(7)  VALUE ZERO.
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
                        PERFORM B0200-save-rate
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

           *> T teacher category, R room type, F funding
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rate_kind' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:1))
                TO t-rate-kind

           *> the category, room type or program_id (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rate_key' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value) TO t-rate-key

           *> valid from, YYYY-MM-DD (blank = today)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rate_from' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-rate-from
           IF t-rate-from NOT = SPACE
               CALL 'is-valid-date' USING wn-rtn-code t-rate-from
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO t-rate-from
               END-IF
           END-IF

           *> kronor (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rate_amount' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-rate-amount
               SET is-rate-posted TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN t-rate-kind NOT = 'T' AND NOT = 'R'
                                   AND NOT = 'F'
                   MOVE 'Ange slag T, R eller F' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-rate-key = SPACE
                   MOVE 'Saknar kategori, lokaltyp eller program'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-rate-kind = 'F'
                AND FUNCTION TRIM(t-rate-key) NOT NUMERIC
                   MOVE 'Ange program id' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-rate-from = 'X'
                   MOVE 'Ogiltigt datum' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-rate-posted
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
       B0200-save-rate.

           IF t-rate-from = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO :t-rate-from
               END-EXEC
           END-IF

           *> the funding key is the program_id as the view
           *> compares it - without leading zeros
           IF t-rate-kind = 'F'
               MOVE FUNCTION TRIM(t-rate-key) TO t-rate-key
               EXEC SQL
                   SELECT CAST(CAST(:t-rate-key AS INTEGER)
                               AS VARCHAR)
                   INTO :t-rate-key
               END-EXEC
           END-IF

           *> a rate already on the date is corrected in place;
           *> otherwise the new rate runs from the date and the
           *> lessons before it keep the rate they had
           EXEC SQL
               SELECT rate_amount
               INTO :t-old-rate-amount
               FROM tbl_cost_rate
               WHERE rate_kind = :t-rate-kind
               AND rate_key = :t-rate-key
               AND rate_from = :t-rate-from
           END-EXEC

           IF sqlcode = zero
               SET is-rate-found TO TRUE
               EXEC SQL
                   UPDATE tbl_cost_rate
                   SET rate_amount = :t-rate-amount,
                       changed_by = :wn-requesting-user-id,
                       changed_date = CURRENT_TIMESTAMP
                   WHERE rate_kind = :t-rate-kind
                   AND rate_key = :t-rate-key
                   AND rate_from = :t-rate-from
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO tbl_cost_rate
                   (rate_kind, rate_key, rate_from, rate_amount,
                    changed_by)
                   VALUES (:t-rate-kind, :t-rate-key, :t-rate-from,
                           :t-rate-amount, :wn-requesting-user-id)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kostnadssats sparad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-cost-rate' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'kind=' t-rate-kind
                  ' key=' FUNCTION TRIM(t-rate-key)
                  ' from=' t-rate-from
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-rate-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING 'amount=' t-old-rate-amount
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING 'amount=' t-rate-amount
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
