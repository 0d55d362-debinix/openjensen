       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Release one protected identity to one
       *>          outbound file until a given date - CSN needs
       *>          the student after all, or the receiving school
       *>          must have the transfer packet. The file is
       *>          named by the program that writes it; without
       *>          an override that program leaves the person
       *>          out (copy/check-protected-release.cpy). Every
       *>          override is written to tbl_audit; withdrawn
       *>          through cgi-remove-protected-override. Guarded
       *>          by 'protected-identity'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: The directory-feed file can be released.
       *>       0.3: The ss12000-export file can be released.
       *>       0.4: Names can be released to door-access-feed.
       *>       0.5: The census-export file can be released.
       *>       0.6: Names can be released to ike-billing-run.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-protected-override.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Undantag skydd'.

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
       01  override-rec-vars.
             05  t-override-id          PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-override-scope       PIC  X(30) VALUE SPACE.
             05  t-override-reason      PIC  X(40) VALUE SPACE.
             05  t-override-todate      PIC  X(10) VALUE SPACE.
             05  t-user-protected       PIC  X(1) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the outbound files a protected identity can be
       *> released to - the program that writes each one
       01  wc-scope-check              PIC  X(30) VALUE SPACE.
           88  is-known-scope          VALUE 'csn-export'
                                             'beda-export'
                                             'cgi-make-transferout'
                                             'cgi-make-ical'
                                             'directory-feed'
                                             'ss12000-export'
                                             'door-access-feed'
                                             'census-export'
                                             'ike-billing-run'.

       *> validated through is-valid-date
       01  wc-chk-date                 PIC  X(10) VALUE SPACE.
       01  wc-now                      PIC  X(21) VALUE SPACE.
       01  wc-today                    PIC  X(10) VALUE SPACE.

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
                        PERFORM B0200-add-override
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

           *> the protected person (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
           END-IF

           *> which file, by the program that writes it
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'override_scope' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:30) TO t-override-scope
           MOVE t-override-scope TO wc-scope-check

           *> why - e.g. the CSN case officer asked in writing
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'override_reason' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-override-reason

           *> last day the override holds (YYYY-MM-DD)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'override_todate' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO wc-chk-date
           CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
           IF wn-rtn-code = ZERO
               MOVE wc-chk-date TO t-override-todate
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today
           END-STRING

           EVALUATE TRUE
               WHEN t-user-id = ZERO
                   MOVE 'Saknar ett angivet användar id'
                        TO wc-printscr-string
               WHEN NOT is-known-scope
                   MOVE 'Okänd exportfil' TO wc-printscr-string
               WHEN t-override-reason = SPACE
                   MOVE 'Saknar skäl' TO wc-printscr-string
               WHEN t-override-todate = SPACE
                   MOVE 'Ogiltigt slutdatum' TO wc-printscr-string
               WHEN t-override-todate < wc-today
                   MOVE 'Slutdatum har passerat'
                        TO wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

           IF NOT is-valid-init
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

           MOVE 'protected-identity' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-override.

           *> an override only means something for a protected
           *> person
           MOVE SPACE TO t-user-protected
           EXEC SQL
               SELECT user_protected
               INTO :t-user-protected
               FROM tbl_user
               WHERE user_id = :t-user-id
           END-EXEC

           IF t-user-protected NOT = 'Y'
               MOVE 'Personen har inte skyddad identitet'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-insert-override
           END-IF

           .

       *>**************************************************
       B0210-insert-override.

           EXEC SQL
               SELECT nextval('tbl_protected_override_override_id_seq')
               INTO :t-override-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_protected_override
               (override_id, user_id, override_scope,
                override_reason, override_todate, granted_by)
               VALUES (:t-override-id, :t-user-id,
                       :t-override-scope, :t-override-reason,
                       :t-override-todate, :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Undantag registrerat' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>override_id: ' t-override-id '</p>'
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           *> every release of a protected identity is on record
           MOVE 'cgi-add-protected-override' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'override_id=' t-override-id
                  ' user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING FUNCTION TRIM(t-override-scope) ' to '
                  t-override-todate ': ' t-override-reason
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
