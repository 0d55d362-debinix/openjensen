       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Mark one person of a roll call
       *>          (cgi-start-rollcall) as found at the assembly
       *>          point - rollcall_id and user_id, found=N takes
       *>          a mark back - and answer with how many are
       *>          still missing. close=Y ends the roll call;
       *>          that is recorded in tbl_audit. Guarded by
       *>          'evacuation'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-mark-rollcall.
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

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Upprop'.

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
       01  rollcall-rec-vars.
             05  t-rollcall-id          PIC  9(9)  VALUE ZERO.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
             05  t-found-status         PIC  X(1)  VALUE 'Y'.
             05  t-rollcall-status      PIC  X(1)  VALUE SPACE.
             05  t-missing-cnt          PIC  9(6)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-close-flag            PIC  X(1)  VALUE 'N'.
           88  is-close-wanted                 VALUE 'Y'.

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
                        PERFORM B0200-mark-rollcall
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
               PERFORM A0110-init-mark-action
           END-IF

           .

       *>**************************************************
       A0110-init-mark-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the roll call (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rollcall_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-rollcall-id
           END-IF

           *> the person seen at the assembly point
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
           END-IF

           *> Y (default), or N to take a mark back
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'found' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'N'
               MOVE 'N' TO t-found-status
           END-IF

           *> Y - the roll call is over
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'close' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO wc-close-flag
           END-IF

           IF t-rollcall-id = ZERO
              OR (t-user-id = ZERO AND NOT is-close-wanted)
               MOVE 'Ogiltig begäran' TO wc-printscr-string
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

           MOVE 'evacuation' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-mark-rollcall.

           EXEC SQL
               SELECT rollcall_status
               INTO :t-rollcall-status
               FROM tbl_rollcall
               WHERE rollcall_id = :t-rollcall-id
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   MOVE 'Okänt upprop' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-rollcall-status NOT = 'O'
                   MOVE 'Uppropet är avslutat' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-close-wanted
                   PERFORM B0220-close-rollcall
               WHEN OTHER
                   PERFORM B0210-mark-person
           END-EVALUATE

           .

       *>**************************************************
       B0210-mark-person.

           EXEC SQL
               UPDATE tbl_rollcall_person
               SET found_status = :t-found-status,
                   marked_by = :wn-requesting-user-id,
                   marked_date = CURRENT_TIMESTAMP
               WHERE rollcall_id = :t-rollcall-id
               AND user_id = :t-user-id
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Personen finns inte i uppropet'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN OTHER
                   PERFORM B0290-commit-work
                   PERFORM B0230-show-missing-cnt
           END-EVALUATE

           .

       *>**************************************************
       B0220-close-rollcall.

           EXEC SQL
               UPDATE tbl_rollcall
               SET rollcall_status = 'C',
                   closed_date = CURRENT_TIMESTAMP
               WHERE rollcall_id = :t-rollcall-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0225-write-audit-row
                PERFORM B0290-commit-work
                PERFORM B0230-show-missing-cnt
           END-IF

           .

       *>**************************************************
       B0225-write-audit-row.

           MOVE 'cgi-mark-rollcall' TO t-audit-program
           MOVE 'CLOSE' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'rollcall_id=' t-rollcall-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE 'O' TO t-audit-old
           MOVE 'C' TO t-audit-new

           COPY write-audit-row.

           .

       *>**************************************************
       B0230-show-missing-cnt.

           *> the leader's answer to every mark - how many are
           *> still not accounted for
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-missing-cnt
               FROM tbl_rollcall_person
               WHERE rollcall_id = :t-rollcall-id
               AND found_status = 'N'
           END-EXEC

           MOVE SPACE TO wc-printscr-string
           STRING 'Sparat - ' t-missing-cnt ' saknas'
                  DELIMITED BY SIZE INTO wc-printscr-string
           END-STRING
           CALL 'ok-printscr' USING wc-printscr-string

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
