       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Show and confirm a preview made by
       *>          user-bulk-update - bulk_id posted. The preview
       *>          lists every change with the account's old and
       *>          new value, and every rejected row with its
       *>          reason; with confirm=Y an unconfirmed preview is
       *>          confirmed in the caller's name, and the next
       *>          run of the same file applies it. Confirming is
       *>          the same authority as a manual edit
       *>          ('user-maintenance'). Recorded in tbl_audit.
       *>          The address of a protected identity is shown
       *>          only to a caller holding 'protected-identity'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Values escaped; protected addresses masked.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-confirm-user-bulk.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-confirm.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-confirm-action-switch       PIC X   VALUE 'N'.
                88  is-confirm-action                  VALUE 'Y'.
            03  is-bulk-found-switch           PIC X   VALUE 'N'.
                88  is-bulk-found                      VALUE 'Y'.
            03  is-protected-shown-switch      PIC X   VALUE 'N'.
                88  is-protected-shown                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Massuppdatering'.

       *> a value from the file or the account, escaped before
       *> it goes into a <td> cell
       01  wc-escape-input         PIC X(40)  VALUE SPACE.
       01  wc-escaped-value        PIC X(240) VALUE SPACE.

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
       01  bulk-rec-vars.
             05  t-bulk-id              PIC  9(9)  VALUE ZERO.
             05  t-bulk-status          PIC  X(1)  VALUE SPACE.
             05  t-line-cnt             PIC  9(6)  VALUE ZERO.
             05  t-change-cnt           PIC  9(6)  VALUE ZERO.
             05  t-reject-cnt           PIC  9(6)  VALUE ZERO.
             05  t-applied-cnt          PIC  9(6)  VALUE ZERO.
             05  t-stale-cnt            PIC  9(6)  VALUE ZERO.
             05  t-created-date         PIC  X(16) VALUE SPACE.
       01  bulk-row-vars.
             05  t-line-no              PIC  9(6)  VALUE ZERO.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
             05  t-field-name           PIC  X(20) VALUE SPACE.
             05  t-old-value            PIC  X(40) VALUE SPACE.
             05  t-new-value            PIC  X(40) VALUE SPACE.
             05  t-row-status           PIC  X(1)  VALUE SPACE.
             05  t-reject-reason        PIC  X(40) VALUE SPACE.
             05  t-user-protected       PIC  X(1)  VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the status in words
       01  wc-status-text              PIC X(30)  VALUE SPACE.

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
                        PERFORM B0200-show-or-confirm
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
               PERFORM A0110-init-confirm-action
           END-IF

           .

       *>**************************************************
       A0110-init-confirm-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which preview (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'bulk_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-bulk-id
           END-IF

           *> Y to confirm, else the preview is shown
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'confirm' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               SET is-confirm-action TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar sessionsnyckel'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-bulk-id = ZERO
                   MOVE 'Ange förhandsgranskningens nummer'
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

           MOVE 'user-maintenance' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-show-or-confirm.

           EXEC SQL
               SELECT bulk_status, line_cnt, change_cnt,
                      reject_cnt, applied_cnt, stale_cnt,
                      TO_CHAR(created_date, 'YYYY-MM-DD HH24:MI')
               INTO :t-bulk-status, :t-line-cnt, :t-change-cnt,
                    :t-reject-cnt, :t-applied-cnt, :t-stale-cnt,
                    :t-created-date
               FROM tbl_user_bulk
               WHERE bulk_id = :t-bulk-id
           END-EXEC

           IF sqlcode = zero
               SET is-bulk-found TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN NOT is-bulk-found
                   MOVE 'Okänd förhandsgranskning'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action AND t-bulk-status NOT = 'P'
                   MOVE 'Redan bekräftad' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action AND t-change-cnt = ZERO
                   MOVE 'Inga ändringar att bekräfta'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action
                   PERFORM B0300-confirm-preview
               WHEN OTHER
                   PERFORM B0210-show-preview
           END-EVALUATE

           .

       *>**************************************************
       B0210-show-preview.

           *> the address of a protected identity is for the
           *> administrators only, as in cgi-list-users
           MOVE 'N' TO is-caller-authorized-switch
           MOVE 'protected-identity' TO wc-permission-function
           COPY check-permission.
           IF is-caller-authorized
               SET is-protected-shown TO TRUE
           ELSE
               SET is-caller-authorized TO TRUE
           END-IF

           EVALUATE t-bulk-status
               WHEN 'P'
                   MOVE 'ej bekräftad' TO wc-status-text
               WHEN 'C'
                   MOVE 'bekräftad - väntar på körning'
                       TO wc-status-text
               WHEN 'A'
                   MOVE 'genomförd' TO wc-status-text
               WHEN OTHER
                   MOVE t-bulk-status TO wc-status-text
           END-EVALUATE

           DISPLAY '<h2>Förhandsgranskning ' t-bulk-id '</h2>'
           DISPLAY '<p>Skapad ' t-created-date ', '
                   FUNCTION TRIM(wc-status-text) '</p>'
           DISPLAY '<p>Rader: ' t-line-cnt ', ändringar: '
                   t-change-cnt ', avvisade: ' t-reject-cnt
           IF t-bulk-status = 'A'
               DISPLAY ', genomförda konton: ' t-applied-cnt
                       ', sparade efter förhandsgranskningen: '
                       t-stale-cnt
           END-IF
           DISPLAY '</p>'

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Rad</th><th>Användare</th>'
                   '<th>Fält</th><th>Nu</th><th>Nytt</th>'
                   '<th>Status</th></tr>'

           EXEC SQL
               DECLARE cursbulkrows CURSOR FOR
               SELECT r.line_no, r.user_id, r.field_name,
                      r.old_value, r.new_value, r.row_status,
                      r.reject_reason,
                      COALESCE(u.user_protected, 'N')
               FROM tbl_user_bulk_row r
               LEFT JOIN tbl_user u
               ON u.user_id = r.user_id
               WHERE r.bulk_id = :t-bulk-id
               ORDER BY r.row_seq
           END-EXEC

           EXEC SQL
               OPEN cursbulkrows
           END-EXEC

           EXEC SQL
               FETCH cursbulkrows INTO :t-line-no, :t-user-id,
                                       :t-field-name,
                                       :t-old-value,
                                       :t-new-value,
                                       :t-row-status,
                                       :t-reject-reason,
                                       :t-user-protected
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-show-one-row

               EXEC SQL
                   FETCH cursbulkrows INTO :t-line-no, :t-user-id,
                                           :t-field-name,
                                           :t-old-value,
                                           :t-new-value,
                                           :t-row-status,
                                           :t-reject-reason,
                                           :t-user-protected
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE cursbulkrows
           END-EXEC

           DISPLAY '</table>'

           IF t-bulk-status = 'P' AND t-change-cnt > ZERO
               DISPLAY '<p>Skicka confirm=Y för att bekräfta. '
                       'Ändringarna görs när samma fil körs '
                       'igen.</p>'
           END-IF

           .

       *>**************************************************
       B0220-show-one-row.

           EVALUATE t-row-status
               WHEN 'V'
                   MOVE 'ändras' TO wc-status-text
               WHEN 'A'
                   MOVE 'ändrad' TO wc-status-text
               WHEN 'S'
                   MOVE 'ej ändrad - sparad efteråt'
                       TO wc-status-text
               WHEN OTHER
                   MOVE 'avvisad' TO wc-status-text
           END-EVALUATE

           *> the address of a protected identity stays out
           IF t-user-protected = 'Y' AND NOT is-protected-shown
              AND (t-field-name = 'street'
                   OR t-field-name = 'postalcode'
                   OR t-field-name = 'city')
               MOVE '(skyddad identitet)' TO t-old-value
               MOVE '(skyddad identitet)' TO t-new-value
           END-IF

           DISPLAY '<tr><td>' t-line-no '</td><td>'
                   t-user-id '</td>'

           IF t-row-status = 'R'
               MOVE t-reject-reason TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY '<td colspan="3">'
                       FUNCTION TRIM(wc-escaped-value) '</td>'
           ELSE
               MOVE t-field-name TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                       '</td>'
               MOVE t-old-value TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                       '</td>'
               MOVE t-new-value TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                       '</td>'
           END-IF

           DISPLAY '<td>' FUNCTION TRIM(wc-status-text)
                   '</td></tr>'

           .

       *>**************************************************
       B0300-confirm-preview.

           EXEC SQL
               UPDATE tbl_user_bulk
               SET bulk_status = 'C',
                   confirmed_by = :wn-requesting-user-id,
                   confirmed_date = CURRENT_TIMESTAMP
               WHERE bulk_id = :t-bulk-id
               AND bulk_status = 'P'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0310-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Förhandsgranskningen bekräftad'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>' t-change-cnt ' ändringar görs när '
                        'user-bulk-update körs med samma fil.</p>'
           END-IF

           .

       *>**************************************************
       B0310-write-audit-row.

           MOVE 'cgi-confirm-user-bulk' TO t-audit-program
           MOVE 'CONFIRM' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'bulk_id=' t-bulk-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE 'status=P' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'status=C changes=' t-change-cnt
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
