       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Settle a change parked for approval without
       *>          applying it: decision=R rejects it (someone
       *>          other than the submitter, holding the
       *>          operation's function, with a note), decision=W
       *>          withdraws it (the submitter). Approving is done
       *>          by reposting the change to its own program with
       *>          approval_id - see copy/check-approval.cpy.
       *>          Both names are recorded in tbl_audit.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-decide-pending-change.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Avgör ändring'.

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
       01  decide-rec-vars.
             05  t-change-id            PIC  9(9)  VALUE ZERO.
             05  t-decision             PIC  X(1)  VALUE SPACE.
             05  t-decision-note        PIC  X(80) VALUE SPACE.
             05  t-operation-code       PIC  X(20) VALUE SPACE.
             05  t-function-code        PIC  X(20) VALUE SPACE.
             05  t-change-status        PIC  X(1)  VALUE SPACE.
             05  t-requested-by         PIC  9(9)  VALUE ZERO.
             05  t-requester-name       PIC  X(80) VALUE SPACE.
             05  t-decider-name         PIC  X(80) VALUE SPACE.
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
                        PERFORM B0200-decide-change
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
               PERFORM A0110-init-decide-action
           END-IF

           .

       *>**************************************************
       A0110-init-decide-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the pending change (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'change_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-change-id
           END-IF

           *> R = reject, W = withdraw
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'decision' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:1) TO t-decision

           *> why - required on a rejection
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'note' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-decision-note

           IF t-change-id > ZERO
              AND (t-decision = 'W'
                   OR (t-decision = 'R' AND t-decision-note
                                            NOT = SPACE))
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltig begäran' TO wc-printscr-string
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

           *> any logged-in caller gets this far - who may decide
           *> depends on the change itself (B0200)
           IF  sqlcode = zero AND wn-requesting-user-id > ZERO
               SET is-caller-authorized TO TRUE
           END-IF

           .

       *>**************************************************
       B0200-decide-change.

           EXEC SQL
               SELECT p.operation_code,
                      COALESCE(o.function_code, 'user-maintenance'),
                      CASE WHEN p.change_status = 'P'
                                AND p.expires_date
                                    <= CURRENT_TIMESTAMP
                           THEN 'E' ELSE p.change_status END,
                      p.requested_by,
                      TRIM(r.user_firstname) || ' '
                      || TRIM(r.user_lastname),
                      TRIM(d.user_firstname) || ' '
                      || TRIM(d.user_lastname)
               INTO :t-operation-code, :t-function-code,
                    :t-change-status, :t-requested-by,
                    :t-requester-name, :t-decider-name
               FROM tbl_pending_change p
               INNER JOIN tbl_user r
                   ON r.user_id = p.requested_by
               INNER JOIN tbl_user d
                   ON d.user_id = :wn-requesting-user-id
               LEFT JOIN tbl_approval_operation o
                   ON o.operation_code = p.operation_code
               WHERE p.change_id = :t-change-id
           END-EXEC

           *> the submitter takes back their own change; anyone
           *> else rejecting it must hold the operation's function
           MOVE SPACE TO wc-printscr-string
           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   MOVE 'Okänd ändring' TO wc-printscr-string
               WHEN t-change-status NOT = 'P'
                   MOVE 'Ändringen är redan avgjord'
                       TO wc-printscr-string
               WHEN t-decision = 'W'
                    AND t-requested-by NOT = wn-requesting-user-id
                   MOVE 'Bara den som lämnat in drar tillbaka'
                       TO wc-printscr-string
               WHEN t-decision = 'R'
                    AND t-requested-by = wn-requesting-user-id
                   MOVE 'Avslås av en annan person'
                       TO wc-printscr-string
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF wc-printscr-string NOT = SPACE
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF t-decision = 'R'
                   MOVE 'N' TO is-caller-authorized-switch
                   MOVE t-function-code TO wc-permission-function
                   COPY check-permission.
               END-IF
               IF is-caller-authorized
                   PERFORM B0210-close-change
               ELSE
                   MOVE 'Behörighet saknas' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-close-change.

           EXEC SQL
               UPDATE tbl_pending_change
               SET change_status = :t-decision,
                   decided_by = :wn-requesting-user-id,
                   decided_date = CURRENT_TIMESTAMP,
                   decision_note = :t-decision-note
               WHERE change_id = :t-change-id
               AND change_status = 'P'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                IF t-decision = 'W'
                    MOVE 'Ändringen tillbakadragen'
                        TO wc-printscr-string
                ELSE
                    MOVE 'Ändringen avslagen' TO wc-printscr-string
                END-IF
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           *> both names on record, as for an approval
           MOVE 'cgi-decide-pending-change' TO t-audit-program
           IF t-decision = 'W'
               MOVE 'WITHDRAW' TO t-audit-action
           ELSE
               MOVE 'REJECT' TO t-audit-action
           END-IF
           MOVE SPACE TO t-audit-key
           STRING 'change_id=' t-change-id
                  ' ' t-operation-code
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'submitted by ' FUNCTION TRIM(t-requester-name)
                  ' (' t-requested-by ')'
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'decided by ' FUNCTION TRIM(t-decider-name)
                  ' (' wn-requesting-user-id '): '
                  FUNCTION TRIM(t-decision-note)
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
