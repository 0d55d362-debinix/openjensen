       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Show and take back a whole bulk operation -
       *>          op_id posted, the number the bulk writer
       *>          showed when it ran. The page lists every row
       *>          the operation created or changed and whether
       *>          it can still be taken back. With confirm=Y
       *>          the operation is reversed in one transaction:
       *>          created grades, enrollments, notifications,
       *>          announcements, national test results and
       *>          catalog codes are removed, a created account
       *>          is deactivated (as cgi-remove-user does) and
       *>          every changed value is put back as it was.
       *>          When any row has been changed since - a grade
       *>          certified or regraded, an enrollment graded,
       *>          an account used, a value no longer the one the
       *>          operation wrote - nothing is taken back and
       *>          the page says which rows stand in the way.
       *>          Permission 'bulk-undo'. Recorded in tbl_audit.
       *>          The address of a protected identity is shown
       *>          only to a caller holding 'protected-identity'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Values escaped; protected addresses masked.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-undo-bulk-operation.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-undo.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-confirm-action-switch       PIC X   VALUE 'N'.
                88  is-confirm-action                  VALUE 'Y'.
            03  is-op-found-switch             PIC X   VALUE 'N'.
                88  is-op-found                        VALUE 'Y'.
            03  is-undo-pass-switch            PIC X   VALUE 'N'.
                88  is-undo-pass                       VALUE 'Y'.
            03  is-row-conflict-switch         PIC X   VALUE 'N'.
                88  is-row-conflict                    VALUE 'Y'.
            03  is-sql-error-switch            PIC X   VALUE 'N'.
                88  is-sql-error                       VALUE 'Y'.
            03  is-protected-shown-switch      PIC X   VALUE 'N'.
                88  is-protected-shown                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Ångra operation'.

       *> escaped copies for the html table - html-escape-field
       *> takes 40 characters at a time, so the 60-character
       *> values are escaped in two halves
       01  wc-escape60-input       PIC X(60)  VALUE SPACE.
       01  wc-escape-input         PIC X(40)  VALUE SPACE.
       01  wc-escaped-value        PIC X(240) VALUE SPACE.
       01  wc-escaped-first        PIC X(240) VALUE SPACE.

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

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> a removed grade is journaled like any other grade
       *> write - see copy/write-grade-journal.cpy
       COPY grade-journal-vars.

       *> one effective-grade row per student and course - see
       *> copy/update-effective-grade.cpy
       COPY effective-grade-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  op-rec-vars.
             05  t-op-id                PIC  9(9)  VALUE ZERO.
             05  t-op-program           PIC  X(30) VALUE SPACE.
             05  t-op-user-id           PIC  9(9)  VALUE ZERO.
             05  t-op-status            PIC  X(1)  VALUE SPACE.
             05  t-created-date         PIC  X(16) VALUE SPACE.
             05  t-row-cnt              PIC  9(6)  VALUE ZERO.
       01  op-row-vars.
             05  t-row-id               PIC  9(9)  VALUE ZERO.
             05  t-table-name           PIC  X(30) VALUE SPACE.
             05  t-row-action           PIC  X(1)  VALUE SPACE.
             05  t-key-id               PIC  9(9)  VALUE ZERO.
             05  t-key-id2              PIC  9(9)  VALUE ZERO.
             05  t-key-text             PIC  X(20) VALUE SPACE.
             05  t-field-name           PIC  X(30) VALUE SPACE.
             05  t-old-value            PIC  X(60) VALUE SPACE.
             05  t-new-value            PIC  X(60) VALUE SPACE.
       01  t-match-cnt                 PIC  9(6)  VALUE ZERO.
       01  t-user-protected            PIC  X(1)  VALUE 'N'.
       01  t-today                     PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> per-operation counters
       01  wn-conflict-cnt             PIC 9(6)   VALUE ZERO.
       01  wn-undone-cnt               PIC 9(6)   VALUE ZERO.

       *> why the current row cannot be taken back, and the
       *> row and operation status in words
       01  wc-conflict-reason          PIC X(40)  VALUE SPACE.
       01  wc-status-text              PIC X(30)  VALUE SPACE.

       01  wc-now                      PIC X(21)  VALUE SPACE.

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
                        PERFORM B0200-show-or-undo
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
               PERFORM A0110-init-undo-action
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO t-today
           END-STRING

           .

       *>**************************************************
       A0110-init-undo-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which operation (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'op_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-op-id
           END-IF

           *> Y to take it back, else the operation is shown
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
               WHEN t-op-id = ZERO
                   MOVE 'Ange operationens nummer'
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

           MOVE 'bulk-undo' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-show-or-undo.

           EXEC SQL
               SELECT o.op_program, o.op_user_id, o.op_status,
                      TO_CHAR(o.created_date, 'YYYY-MM-DD HH24:MI'),
                      (SELECT COUNT(*)
                       FROM tbl_bulk_operation_row r
                       WHERE r.op_id = o.op_id)
               INTO :t-op-program, :t-op-user-id, :t-op-status,
                    :t-created-date, :t-row-cnt
               FROM tbl_bulk_operation o
               WHERE o.op_id = :t-op-id
           END-EXEC

           IF sqlcode = zero
               SET is-op-found TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN NOT is-op-found
                   MOVE 'Okänd operation' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action AND t-op-status NOT = 'O'
                   MOVE 'Operationen är redan ångrad'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action AND t-row-cnt = ZERO
                   MOVE 'Operationen ändrade inga rader'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-confirm-action
                   PERFORM B0300-undo-operation
               WHEN OTHER
                   PERFORM B0210-show-operation
           END-EVALUATE

           .

       *>**************************************************
       B0210-show-operation.

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

           IF t-op-status = 'U'
               MOVE 'ångrad' TO wc-status-text
           ELSE
               MOVE 'genomförd' TO wc-status-text
           END-IF

           DISPLAY '<h2>Operation ' t-op-id '</h2>'
           DISPLAY '<p>' FUNCTION TRIM(t-op-program) ', '
                   t-created-date ', användare ' t-op-user-id
                   ', ' FUNCTION TRIM(wc-status-text) '</p>'
           DISPLAY '<p>Rader: ' t-row-cnt '</p>'

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Tabell</th><th>Åtgärd</th>'
                   '<th>Nyckel</th><th>Fält</th><th>Förut</th>'
                   '<th>Satt till</th><th>Kan ångras</th></tr>'

           MOVE 'N' TO is-undo-pass-switch
           PERFORM B0400-walk-operation-rows

           DISPLAY '</table>'

           IF t-op-status = 'O'
               IF wn-conflict-cnt > ZERO
                   DISPLAY '<p>' wn-conflict-cnt ' rader har '
                           'ändrats efteråt - operationen kan '
                           'inte ångras.</p>'
               ELSE
                   DISPLAY '<p>Skicka confirm=Y för att ångra '
                           'hela operationen.</p>'
               END-IF
           END-IF

           .

       *>**************************************************
       B0300-undo-operation.

           *> first every row is checked; only when none has
           *> been changed since is anything taken back
           MOVE 'N' TO is-undo-pass-switch
           PERFORM B0400-walk-operation-rows

           EVALUATE TRUE
               WHEN is-sql-error
                   CONTINUE
               WHEN wn-conflict-cnt > ZERO
                   MOVE 'Ändrat efteråt - kan inte ångras'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
                   DISPLAY '<p>' wn-conflict-cnt ' rader har '
                           'ändrats efter operationen. Inget '
                           'är ångrat.</p>'
               WHEN OTHER
                   SET is-undo-pass TO TRUE
                   PERFORM B0400-walk-operation-rows
                   PERFORM B0310-close-operation
           END-EVALUATE

           .

       *>**************************************************
       B0310-close-operation.

           IF NOT is-sql-error AND wn-conflict-cnt = ZERO
               EXEC SQL
                   UPDATE tbl_bulk_operation
                   SET op_status = 'U',
                       undone_by = :wn-requesting-user-id,
                       undone_date = CURRENT_TIMESTAMP
                   WHERE op_id = :t-op-id
                   AND op_status = 'O'
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           IF NOT is-sql-error AND wn-conflict-cnt = ZERO
               MOVE 'cgi-undo-bulk-operation' TO t-audit-program
               MOVE 'UNDO' TO t-audit-action
               MOVE SPACE TO t-audit-key
               STRING 'op_id=' t-op-id
                      DELIMITED BY SIZE INTO t-audit-key
               END-STRING
               MOVE SPACE TO t-audit-old
               STRING 'status=O program='
                      FUNCTION TRIM(t-op-program)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
               MOVE SPACE TO t-audit-new
               STRING 'status=U rows=' wn-undone-cnt
                      DELIMITED BY SIZE INTO t-audit-new
               END-STRING

               COPY write-audit-row.
           END-IF

           *> all or nothing - a row changed in the moment
           *> between check and undo takes the rest back with it
           IF is-sql-error OR wn-conflict-cnt > ZERO
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 'Operationen kunde inte ångras'
                   TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0290-commit-work
               MOVE 'Operationen ångrad' TO wc-printscr-string
               CALL 'ok-printscr' USING wc-printscr-string
               DISPLAY '<p>Operation ' t-op-id ': ' wn-undone-cnt
                       ' rader återställda</p>'
           END-IF

           .

       *>**************************************************
       B0400-walk-operation-rows.

           MOVE ZERO TO wn-conflict-cnt

           *> newest row first, so rows that hang on an earlier
           *> row (a new student's enrollments) go before it
           EXEC SQL
               DECLARE cursoprows CURSOR FOR
               SELECT row_id, table_name, row_action, key_id,
                      key_id2, key_text, field_name, old_value,
                      new_value
               FROM tbl_bulk_operation_row
               WHERE op_id = :t-op-id
               ORDER BY row_id DESC
           END-EXEC

           EXEC SQL
               OPEN cursoprows
           END-EXEC

           EXEC SQL
               FETCH cursoprows INTO :t-row-id, :t-table-name,
                                     :t-row-action, :t-key-id,
                                     :t-key-id2, :t-key-text,
                                     :t-field-name,
                                     :t-old-value,
                                     :t-new-value
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO OR is-sql-error

               PERFORM B0410-check-one-row

               IF is-undo-pass AND NOT is-row-conflict
                   PERFORM B0500-undo-one-row
               END-IF

               IF NOT is-undo-pass
                   PERFORM B0490-show-one-row
               END-IF

               EXEC SQL
                   FETCH cursoprows INTO :t-row-id, :t-table-name,
                                         :t-row-action, :t-key-id,
                                         :t-key-id2, :t-key-text,
                                         :t-field-name,
                                         :t-old-value,
                                         :t-new-value
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000' AND NOT is-sql-error
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursoprows
           END-EXEC

           .

       *>**************************************************
       B0410-check-one-row.

           MOVE 'N' TO is-row-conflict-switch
           MOVE SPACE TO wc-conflict-reason

           EVALUATE t-table-name ALSO t-row-action
               WHEN 'tbl_grade' ALSO 'I'
                   PERFORM B0420-check-grade
               WHEN 'tbl_enrollment' ALSO 'I'
                   PERFORM B0430-check-enrollment
               WHEN 'tbl_user' ALSO 'I'
                   PERFORM B0440-check-new-user
               WHEN 'tbl_user' ALSO 'U'
                   PERFORM B0450-check-user-field
               WHEN 'tbl_national_test' ALSO ANY
                   PERFORM B0460-check-national-test
               WHEN 'tbl_course_catalog' ALSO 'I'
                   PERFORM B0470-check-catalog-code
               WHEN 'tbl_course_catalog' ALSO 'U'
                   PERFORM B0475-check-catalog-field
               WHEN OTHER
                   *> announcements and notifications are not
                   *> changed after they are sent
                   CONTINUE
           END-EVALUATE

           IF wc-conflict-reason NOT = SPACE
               SET is-row-conflict TO TRUE
               ADD 1 TO wn-conflict-cnt
           END-IF

           .

       *>**************************************************
       B0420-check-grade.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_grade
               WHERE grade_id = :t-key-id
               AND grade_attested = 'N'
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'betyget borttaget eller attesterat'
                   TO wc-conflict-reason
           ELSE
               *> anything journaled after the insert is a later
               *> change - a regrade or an omprov
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-match-cnt
                   FROM tbl_grade_journal
                   WHERE grade_id = :t-key-id
                   AND jrn_action <> 'I'
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'betyget ändrat efteråt'
                       TO wc-conflict-reason
               END-IF
           END-IF

           .

       *>**************************************************
       B0430-check-enrollment.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_enrollment
               WHERE user_id = :t-key-id
               AND course_id = :t-key-id2
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'inskrivningen finns inte längre'
                   TO wc-conflict-reason
           ELSE
               *> a grade the operation did not set itself
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-match-cnt
                   FROM tbl_grade g
                   WHERE g.user_id = :t-key-id
                   AND g.course_id = :t-key-id2
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_bulk_operation_row r
                        WHERE r.op_id = :t-op-id
                        AND r.table_name = 'tbl_grade'
                        AND r.key_id = g.grade_id)
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'betyg satt efteråt' TO wc-conflict-reason
               END-IF
           END-IF

           .

       *>**************************************************
       B0440-check-new-user.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_user
               WHERE user_id = :t-key-id
               AND user_active = 'Y'
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'kontot är redan inaktivt'
                   TO wc-conflict-reason
           END-IF

           *> created and last login are stamped together; a
           *> later login means the account is in use
           IF wc-conflict-reason = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-match-cnt
                   FROM tbl_user
                   WHERE user_id = :t-key-id
                   AND CAST(user_lastlogin AS TIMESTAMP)
                       > user_created_date
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'kontot har använts' TO wc-conflict-reason
               END-IF
           END-IF

           *> enrollments and grades from elsewhere
           IF wc-conflict-reason = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-match-cnt
                   FROM tbl_enrollment e
                   WHERE e.user_id = :t-key-id
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_bulk_operation_row r
                        WHERE r.op_id = :t-op-id
                        AND r.table_name = 'tbl_enrollment'
                        AND r.key_id = e.user_id
                        AND r.key_id2 = e.course_id)
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'kontot har fler kurser'
                       TO wc-conflict-reason
               END-IF
           END-IF

           IF wc-conflict-reason = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-match-cnt
                   FROM tbl_grade g
                   WHERE g.user_id = :t-key-id
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_bulk_operation_row r
                        WHERE r.op_id = :t-op-id
                        AND r.table_name = 'tbl_grade'
                        AND r.key_id = g.grade_id)
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'kontot har betyg' TO wc-conflict-reason
               END-IF
           END-IF

           .

       *>**************************************************
       B0450-check-user-field.

           *> the value must still be the one the operation wrote
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_user
               WHERE user_id = :t-key-id
               AND RTRIM(:t-new-value) =
                   CASE RTRIM(:t-field-name)
                   WHEN 'user_firstname'
                       THEN RTRIM(COALESCE(user_firstname, ''))
                   WHEN 'user_lastname'
                       THEN RTRIM(COALESCE(user_lastname, ''))
                   WHEN 'user_email'
                       THEN RTRIM(COALESCE(user_email, ''))
                   WHEN 'user_phonenumber'
                       THEN RTRIM(COALESCE(user_phonenumber, ''))
                   WHEN 'user_program'
                       THEN CAST(COALESCE(user_program, 0) AS TEXT)
                   WHEN 'ort_id'
                       THEN CAST(COALESCE(ort_id, 0) AS TEXT)
                   WHEN 'user_class'
                       THEN CAST(COALESCE(user_class, 0) AS TEXT)
                   WHEN 'usertype_id'
                       THEN CAST(usertype_id AS TEXT)
                   WHEN 'user_street'
                       THEN RTRIM(COALESCE(user_street, ''))
                   WHEN 'user_postalcode'
                       THEN RTRIM(COALESCE(user_postalcode, ''))
                   WHEN 'user_city'
                       THEN RTRIM(COALESCE(user_city, ''))
                   WHEN 'user_municipality'
                       THEN RTRIM(COALESCE(user_municipality, ''))
                   WHEN 'employment_enddate'
                       THEN RTRIM(COALESCE(employment_enddate, ''))
                   WHEN 'user_active'
                       THEN RTRIM(COALESCE(user_active, ''))
                   END
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'värdet ändrat efteråt' TO wc-conflict-reason
           END-IF

           .

       *>**************************************************
       B0460-check-national-test.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_national_test
               WHERE user_id = :t-key-id
               AND course_id = :t-key-id2
               AND RTRIM(test_grade) = RTRIM(LEFT(:t-new-value, 10))
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'resultatet ändrat efteråt'
                   TO wc-conflict-reason
           END-IF

           .

       *>**************************************************
       B0470-check-catalog-code.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_course_catalog
               WHERE national_code = :t-key-text
               AND RTRIM(catalog_name) = RTRIM(:t-new-value)
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'koden ändrad efteråt' TO wc-conflict-reason
           ELSE
               *> a course or a course book already points at it
               EXEC SQL
                   SELECT (SELECT COUNT(*) FROM tbl_course
                           WHERE national_code = :t-key-text)
                        + (SELECT COUNT(*) FROM tbl_course_book
                           WHERE national_code = :t-key-text)
                   INTO :t-match-cnt
               END-EXEC
               IF t-match-cnt > ZERO
                   MOVE 'koden används av kurser'
                       TO wc-conflict-reason
               END-IF
           END-IF

           .

       *>**************************************************
       B0475-check-catalog-field.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_course_catalog
               WHERE national_code = :t-key-text
               AND RTRIM(:t-new-value) =
                   CASE RTRIM(:t-field-name)
                   WHEN 'catalog_name'
                       THEN RTRIM(catalog_name)
                   WHEN 'catalog_points'
                       THEN CAST(catalog_points AS TEXT)
                   END
           END-EXEC

           IF t-match-cnt = ZERO
               MOVE 'värdet ändrat efteråt' TO wc-conflict-reason
           END-IF

           .

       *>**************************************************
       B0490-show-one-row.

           IF is-row-conflict
               MOVE wc-conflict-reason TO wc-status-text
           ELSE
               IF t-op-status = 'U'
                   MOVE 'ångrad' TO wc-status-text
               ELSE
                   MOVE 'ja' TO wc-status-text
               END-IF
           END-IF

           *> the address of a protected identity stays out
           IF t-table-name = 'tbl_user' AND NOT is-protected-shown
              AND (t-field-name = 'user_street'
                   OR t-field-name = 'user_postalcode'
                   OR t-field-name = 'user_city')
               PERFORM B0492-mask-protected-address
           END-IF

           MOVE t-key-text TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' FUNCTION TRIM(t-table-name)
                   '</td><td>' t-row-action '</td><td>'
                   t-key-id ' ' t-key-id2 ' '
                   FUNCTION TRIM(wc-escaped-value) '</td><td>'
                   FUNCTION TRIM(t-field-name) '</td>'

           MOVE t-old-value TO wc-escape60-input
           PERFORM B0495-escape-row-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-new-value TO wc-escape60-input
           PERFORM B0495-escape-row-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-value) '</td>'

           DISPLAY '<td>' FUNCTION TRIM(wc-status-text) '</td></tr>'

           .

       *>**************************************************
       B0492-mask-protected-address.

           MOVE 'N' TO t-user-protected

           EXEC SQL
               SELECT COALESCE(user_protected, 'N')
               INTO :t-user-protected
               FROM tbl_user
               WHERE user_id = :t-key-id
           END-EXEC

           IF t-user-protected = 'Y'
               MOVE '(skyddad identitet)' TO t-old-value
               MOVE '(skyddad identitet)' TO t-new-value
           END-IF

           .

       *>**************************************************
       B0495-escape-row-value.

           *> escape a 60-character value 40 characters at a
           *> time - the halves land in wc-escaped-first and
           *> wc-escaped-value
           MOVE wc-escape60-input(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE wc-escaped-value TO wc-escaped-first

           MOVE wc-escape60-input(41:20) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           .

       *>**************************************************
       B0500-undo-one-row.

           EVALUATE t-table-name ALSO t-row-action
               WHEN 'tbl_grade' ALSO 'I'
                   PERFORM B0510-remove-grade
               WHEN 'tbl_enrollment' ALSO 'I'
                   PERFORM B0520-remove-enrollment
               WHEN 'tbl_user' ALSO 'I'
                   PERFORM B0530-deactivate-new-user
               WHEN 'tbl_user' ALSO 'U'
                   PERFORM B0540-restore-user-field
               WHEN 'tbl_notification' ALSO 'I'
                   PERFORM B0550-remove-notification
               WHEN 'tbl_announcement' ALSO 'I'
                   PERFORM B0555-remove-announcement
               WHEN 'tbl_national_test' ALSO 'I'
               WHEN 'tbl_national_test' ALSO 'U'
                   PERFORM B0560-restore-national-test
               WHEN 'tbl_course_catalog' ALSO 'I'
               WHEN 'tbl_course_catalog' ALSO 'U'
                   PERFORM B0570-restore-catalog-code
           END-EVALUATE

           IF NOT is-sql-error
               ADD 1 TO wn-undone-cnt
           END-IF

           .

       *>**************************************************
       B0510-remove-grade.

           *> the removal is journaled with the grade as it was,
           *> so restore-backup replays it
           EXEC SQL
               SELECT grade_grade, COALESCE(grade_comment, ''),
                      user_id, course_id, grade_status,
                      grade_attempt
               INTO :j-grade-grade, :j-grade-comment,
                    :j-user-id, :j-course-id, :j-grade-status,
                    :j-grade-attempt
               FROM tbl_grade
               WHERE grade_id = :t-key-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    DELETE FROM tbl_grade
                    WHERE grade_id = :t-key-id
                END-EXEC
                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           IF NOT is-sql-error
               MOVE 'D' TO j-action
               MOVE t-key-id TO j-grade-id
               MOVE wn-requesting-user-id TO j-graded-by

               COPY write-grade-journal.

               MOVE j-user-id TO e-user-id
               MOVE j-course-id TO e-course-id

               COPY update-effective-grade.

               PERFORM B0590-write-row-audit
           END-IF

           .

       *>**************************************************
       B0520-remove-enrollment.

           EXEC SQL
               DELETE FROM tbl_enrollment
               WHERE user_id = :t-key-id
               AND course_id = :t-key-id2
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0590-write-row-audit

                MOVE 'enrollment' TO t-event-kind
                MOVE 'DELETE' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' t-key-id
                       ' course_id=' t-key-id2
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE t-key-id TO t-event-user-id

                COPY write-change-event.
           END-IF

           .

       *>**************************************************
       B0530-deactivate-new-user.

           *> accounts are never deleted - the created account
           *> goes inactive, as cgi-remove-user leaves it
           EXEC SQL
               UPDATE tbl_user
               SET user_active = 'N',
                   user_row_version = user_row_version + 1
               WHERE user_id = :t-key-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    DELETE FROM tbl_session
                    WHERE user_id = :t-key-id
                END-EXEC

                PERFORM B0590-write-row-audit

                MOVE 'user' TO t-event-kind
                MOVE 'DELETE' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' t-key-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE t-key-id TO t-event-user-id

                COPY write-change-event.
           END-IF

           .

       *>**************************************************
       B0540-restore-user-field.

           *> one column back to old_value - the others are set
           *> to themselves
           EXEC SQL
               UPDATE tbl_user
               SET user_firstname =
                     CASE WHEN RTRIM(:t-field-name) = 'user_firstname'
                     THEN RTRIM(:t-old-value)
                     ELSE user_firstname END,
                   user_lastname =
                     CASE WHEN RTRIM(:t-field-name) = 'user_lastname'
                     THEN RTRIM(:t-old-value)
                     ELSE user_lastname END,
                   user_email =
                     CASE WHEN RTRIM(:t-field-name) = 'user_email'
                     THEN RTRIM(:t-old-value)
                     ELSE user_email END,
                   user_phonenumber =
                     CASE WHEN RTRIM(:t-field-name)
                               = 'user_phonenumber'
                     THEN RTRIM(:t-old-value)
                     ELSE user_phonenumber END,
                   user_program =
                     CASE WHEN RTRIM(:t-field-name) = 'user_program'
                     THEN CAST(:t-old-value AS INTEGER)
                     ELSE user_program END,
                   ort_id =
                     CASE WHEN RTRIM(:t-field-name) = 'ort_id'
                     THEN CAST(:t-old-value AS INTEGER)
                     ELSE ort_id END,
                   user_class =
                     CASE WHEN RTRIM(:t-field-name) = 'user_class'
                     THEN CAST(:t-old-value AS INTEGER)
                     ELSE user_class END,
                   usertype_id =
                     CASE WHEN RTRIM(:t-field-name) = 'usertype_id'
                     THEN CAST(:t-old-value AS INTEGER)
                     ELSE usertype_id END,
                   user_street =
                     CASE WHEN RTRIM(:t-field-name) = 'user_street'
                     THEN RTRIM(:t-old-value)
                     ELSE user_street END,
                   user_postalcode =
                     CASE WHEN RTRIM(:t-field-name)
                               = 'user_postalcode'
                     THEN RTRIM(:t-old-value)
                     ELSE user_postalcode END,
                   user_city =
                     CASE WHEN RTRIM(:t-field-name) = 'user_city'
                     THEN RTRIM(:t-old-value)
                     ELSE user_city END,
                   user_municipality =
                     CASE WHEN RTRIM(:t-field-name)
                               = 'user_municipality'
                     THEN RTRIM(:t-old-value)
                     ELSE user_municipality END,
                   employment_enddate =
                     CASE WHEN RTRIM(:t-field-name)
                               = 'employment_enddate'
                     THEN RTRIM(:t-old-value)
                     ELSE employment_enddate END,
                   user_active =
                     CASE WHEN RTRIM(:t-field-name) = 'user_active'
                     THEN RTRIM(:t-old-value)
                     ELSE user_active END,
                   user_row_version = user_row_version + 1
               WHERE user_id = :t-key-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           *> a home municipality moved back is dated like any
           *> other move, from today
           IF NOT is-sql-error
              AND t-field-name = 'user_municipality'
               EXEC SQL
                   INSERT INTO tbl_municipality_history
                   (history_id, user_id, old_municipality,
                    new_municipality, valid_from, changed_by)
                   VALUES
                   (nextval('tbl_municipality_history_history_id_seq'),
                    :t-key-id, RTRIM(:t-new-value),
                    RTRIM(:t-old-value), :t-today,
                    :wn-requesting-user-id)
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           IF NOT is-sql-error
               PERFORM B0590-write-row-audit

               IF t-field-name = 'user_class'
                   MOVE 'class' TO t-event-kind
                   MOVE SPACE TO t-event-key
                   STRING 'user_id=' t-key-id ' class_id='
                          FUNCTION TRIM(t-old-value)
                          DELIMITED BY SIZE INTO t-event-key
                   END-STRING
               ELSE
                   MOVE 'user' TO t-event-kind
                   MOVE SPACE TO t-event-key
                   STRING 'user_id=' t-key-id
                          DELIMITED BY SIZE INTO t-event-key
                   END-STRING
               END-IF
               MOVE 'EDIT' TO t-event-action
               MOVE t-key-id TO t-event-user-id

               COPY write-change-event.
           END-IF

           .

       *>**************************************************
       B0550-remove-notification.

           *> already gone if the recipient cleared it
           EXEC SQL
               DELETE FROM tbl_notification
               WHERE notification_id = :t-key-id
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0555-remove-announcement.

           EXEC SQL
               DELETE FROM tbl_announcement_read
               WHERE announcement_id = :t-key-id
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    DELETE FROM tbl_announcement
                    WHERE announcement_id = :t-key-id
                END-EXEC
                IF  sqlcode NOT = zero AND sqlcode NOT = 100
                     PERFORM Z0100-error-routine
                ELSE
                     PERFORM B0590-write-row-audit
                END-IF
           END-IF

           .

       *>**************************************************
       B0560-restore-national-test.

           *> a created result goes, a re-marked one gets its
           *> earlier grade back
           IF t-row-action = 'I'
               EXEC SQL
                   DELETE FROM tbl_national_test
                   WHERE user_id = :t-key-id
                   AND course_id = :t-key-id2
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE tbl_national_test
                   SET test_grade = LEFT(RTRIM(:t-old-value), 10),
                       recorded_by = :wn-requesting-user-id,
                       recorded_date = CURRENT_TIMESTAMP
                   WHERE user_id = :t-key-id
                   AND course_id = :t-key-id2
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0590-write-row-audit
           END-IF

           .

       *>**************************************************
       B0570-restore-catalog-code.

           IF t-row-action = 'I'
               EXEC SQL
                   DELETE FROM tbl_course_catalog
                   WHERE national_code = :t-key-text
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE tbl_course_catalog
                   SET catalog_name =
                         CASE WHEN RTRIM(:t-field-name)
                                   = 'catalog_name'
                         THEN RTRIM(:t-old-value)
                         ELSE catalog_name END,
                       catalog_points =
                         CASE WHEN RTRIM(:t-field-name)
                                   = 'catalog_points'
                         THEN CAST(:t-old-value AS INTEGER)
                         ELSE catalog_points END
                   WHERE national_code = :t-key-text
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0590-write-row-audit
           END-IF

           .

       *>**************************************************
       B0590-write-row-audit.

           MOVE 'cgi-undo-bulk-operation' TO t-audit-program
           MOVE 'UNDO' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'op_id=' t-op-id ' '
                  FUNCTION TRIM(t-table-name) ' '
                  t-key-id ' ' t-key-id2 ' '
                  FUNCTION TRIM(t-key-text)
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING

           IF t-row-action = 'I'
               MOVE SPACE TO t-audit-old
               STRING 'created ' FUNCTION TRIM(t-new-value)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
               MOVE '-' TO t-audit-new
           ELSE
               MOVE SPACE TO t-audit-old
               STRING FUNCTION TRIM(t-field-name) '='
                      FUNCTION TRIM(t-new-value)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
               MOVE SPACE TO t-audit-new
               STRING FUNCTION TRIM(t-field-name) '='
                      FUNCTION TRIM(t-old-value)
                      DELIMITED BY SIZE INTO t-audit-new
               END-STRING
           END-IF

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

           SET is-sql-error TO TRUE

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
