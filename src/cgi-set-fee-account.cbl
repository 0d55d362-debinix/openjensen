       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Set the ledger accounts the month-end
       *>          sie-export books material fees on for one site
       *>          (ort_id): receivable, revenue and bank. ort_id 0
       *>          is the default row used by every site without
       *>          accounts of its own. Guarded by
       *>          'fee-maintenance'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-fee-account.
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
            03  is-account-found-switch        PIC X   VALUE 'N'.
                88  is-account-found                   VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Avgiftskonton'.

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
       01  account-rec-vars.
             05  t-ort-id               PIC  9(9) VALUE ZERO.
             05  t-receivable-account   PIC  X(4) VALUE SPACE.
             05  t-revenue-account      PIC  X(4) VALUE SPACE.
             05  t-bank-account         PIC  X(4) VALUE SPACE.
             05  t-old-receivable       PIC  X(4) VALUE SPACE.
             05  t-old-revenue          PIC  X(4) VALUE SPACE.
             05  t-old-bank             PIC  X(4) VALUE SPACE.
             05  t-ort-cnt              PIC  9(4) VALUE ZERO.
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
                        PERFORM B0200-set-accounts
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

           *> the site - 0 sets the default accounts
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           *> four-digit BAS accounts, all three required
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'receivable_account' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:4) TO t-receivable-account

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'revenue_account' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:4) TO t-revenue-account

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bank_account' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:4) TO t-bank-account

           IF t-receivable-account IS NUMERIC
              AND t-revenue-account IS NUMERIC
              AND t-bank-account IS NUMERIC
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Kontonummer ska vara fyra siffror'
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

           MOVE 'fee-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-set-accounts.

           *> a site of its own must exist in t_ort
           IF t-ort-id NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-ort-cnt
                   FROM t_ort
                   WHERE ort_id = :t-ort-id
               END-EXEC
           ELSE
               MOVE 1 TO t-ort-cnt
           END-IF

           IF t-ort-cnt = ZERO
               MOVE 'Enheten finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-save-accounts
           END-IF

           .

       *>**************************************************
       B0210-save-accounts.

           EXEC SQL
               SELECT receivable_account, revenue_account,
                      bank_account
               INTO :t-old-receivable, :t-old-revenue,
                    :t-old-bank
               FROM tbl_fee_account
               WHERE ort_id = :t-ort-id
           END-EXEC

           IF sqlcode = zero
               SET is-account-found TO TRUE
               EXEC SQL
                   UPDATE tbl_fee_account
                   SET receivable_account = :t-receivable-account,
                       revenue_account = :t-revenue-account,
                       bank_account = :t-bank-account
                   WHERE ort_id = :t-ort-id
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO tbl_fee_account
                   (ort_id, receivable_account, revenue_account,
                    bank_account)
                   VALUES (:t-ort-id, :t-receivable-account,
                           :t-revenue-account, :t-bank-account)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Avgiftskonton sparade'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-fee-account' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'ort_id=' t-ort-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-account-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING t-old-receivable ' ' t-old-revenue ' '
                      t-old-bank
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING t-receivable-account ' ' t-revenue-account ' '
                  t-bank-account
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
