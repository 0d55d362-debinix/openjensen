       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Work a student health case: append a dated
       *>          entry to the case log, set the next review
       *>          date, hand the case to another responsible
       *>          person, or close it. The case type may be
       *>          raised (a referral becoming extra anpassningar
       *>          or an åtgärdsprogram). Health team and rektor
       *>          only ('health-case'). The change lands in
       *>          tbl_audit without quoting the log text.
       *> Created: 2026-10-06
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-edit-health-case.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-edit.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-case-on-file-switch         PIC X   VALUE 'N'.
                88  is-case-on-file                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Elevhälsoärende'.

       *> validated through is-valid-date when supplied
       01  wc-chk-date              PIC  X(10) VALUE SPACE.

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
       01  wn-case-cnt                 PIC  9(4) VALUE ZERO.
       01  health-case-rec-vars.
             05  t-case-id              PIC  9(9) VALUE ZERO.
             05  t-log-id               PIC  9(9) VALUE ZERO.
             05  t-log-text             PIC  X(240) VALUE SPACE.
             05  t-case-type            PIC  X(1) VALUE SPACE.
             05  t-case-status          PIC  X(1) VALUE SPACE.
             05  t-review-date          PIC  X(10) VALUE SPACE.
             05  t-responsible-user-id  PIC  9(9) VALUE ZERO.
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
                        PERFORM B0200-update-case
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

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'session_token' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO wc-session-token

               *> which case (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'case_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-case-id
               END-IF

               *> what was done or decided (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'log_text' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO t-log-text

               *> the next review date (optional - blank keeps
               *> the current one)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'review_date' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE wc-post-value(1:10) TO wc-chk-date
                   CALL 'is-valid-date' USING wn-rtn-code
                                              wc-chk-date
                   IF wn-rtn-code = ZERO
                       MOVE wc-chk-date TO t-review-date
                   END-IF
               END-IF

               *> a new responsible person (optional)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'responsible_user_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-responsible-user-id
               END-IF

               *> a raised case type (optional)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'case_type' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value = 'R' OR wc-post-value = 'E'
                  OR wc-post-value = 'A'
                   MOVE wc-post-value(1:1) TO t-case-type
               END-IF

               *> O keeps it open, C closes it (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'case_status' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value = 'O' OR wc-post-value = 'C'
                   MOVE wc-post-value(1:1) TO t-case-status
               END-IF

               IF t-case-id > ZERO
                  AND t-log-text NOT = SPACE
                  AND t-case-status NOT = SPACE
                   SET is-valid-init TO TRUE
               ELSE
                   MOVE 'Ogiltig begäran' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               END-IF

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

           MOVE 'health-case' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-update-case.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-case-cnt
               FROM tbl_health_case
               WHERE case_id = :t-case-id
           END-EXEC

           IF  sqlcode = zero AND wn-case-cnt > ZERO
                SET is-case-on-file TO TRUE
           END-IF

           IF NOT is-case-on-file
               MOVE 'Okänt ärende' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               *> blank fields keep what the case already holds;
               *> an unowned referral is taken by whoever works
               *> it first
               EXEC SQL
                   UPDATE tbl_health_case
                   SET review_date =
                         CASE WHEN :t-review-date = ''
                              THEN review_date
                              ELSE :t-review-date END,
                       responsible_user_id =
                         CASE WHEN :t-responsible-user-id > 0
                              THEN :t-responsible-user-id
                              WHEN responsible_user_id = 0
                              THEN :wn-requesting-user-id
                              ELSE responsible_user_id END,
                       case_type =
                         CASE WHEN :t-case-type = ''
                              THEN case_type
                              ELSE :t-case-type END,
                       case_status = :t-case-status,
                       closed_date =
                         CASE WHEN :t-case-status = 'C'
                              THEN TO_CHAR(CURRENT_DATE,
                                           'YYYY-MM-DD')
                              ELSE '' END
                   WHERE case_id = :t-case-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0210-write-case-log
                    PERFORM B0220-write-audit-row
                    PERFORM B0230-commit-work
                    MOVE 'Ärendet uppdaterat'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
               END-IF

           END-IF

           .

       *>**************************************************
       B0210-write-case-log.

           EXEC SQL
               SELECT nextval('tbl_health_case_log_log_id_seq')
               INTO :t-log-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_health_case_log
               (log_id, case_id, log_text, review_date,
                case_status, created_by)
               VALUES (:t-log-id, :t-case-id, :t-log-text,
                       :t-review-date, :t-case-status,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           *> the trail names the case, never the log text
           MOVE 'cgi-edit-health-case' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'case_id=' t-case-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'status=' t-case-status
                  ' review=' FUNCTION TRIM(t-review-date)
                  ' log_id=' t-log-id
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0230-commit-work.

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
