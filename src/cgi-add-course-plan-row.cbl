       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Write the draft course plan (lokal
       *>          pedagogisk planering) of one offering, a row
       *>          at a time - course_id, row_kind (W what is
       *>          covered which plan_week, E how it is examined,
       *>          K a knowledge requirement) and row_text.
       *>          row_no changes that row; with remove=Y it
       *>          goes. With no draft open a new version is
       *>          started as a copy of the latest, so the one
       *>          published stays as it went out; it is
       *>          published by cgi-publish-course-plan.
       *>          Recorded in tbl_audit. Guarded by
       *>          'course-plan' - a teacher for their own
       *>          courses only.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-course-plan-row.
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
            03  is-row-remove-switch           PIC X   VALUE 'N'.
                88  is-row-remove                      VALUE 'Y'.
            03  is-draft-found-switch          PIC X   VALUE 'N'.
                88  is-draft-found                     VALUE 'Y'.
            03  is-row-found-switch            PIC X   VALUE 'N'.
                88  is-row-found                       VALUE 'Y'.
            03  is-sql-error-switch            PIC X   VALUE 'N'.
                88  is-sql-error                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Kursplanering'.

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
       01  plan-rec-vars.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-owner-cnt            PIC  9(4)  VALUE ZERO.
             05  t-plan-id              PIC  9(9)  VALUE ZERO.
             05  t-plan-version         PIC  9(4)  VALUE ZERO.
             05  t-prev-plan-id         PIC  9(9)  VALUE ZERO.
             05  t-row-no               PIC  9(4)  VALUE ZERO.
             05  t-row-kind             PIC  X(1)  VALUE SPACE.
             05  t-plan-week            PIC  X(10) VALUE SPACE.
             05  t-row-text             PIC  X(40) VALUE SPACE.
       01  old-row-vars.
             05  t-old-row-kind         PIC  X(1)  VALUE SPACE.
             05  t-old-plan-week        PIC  X(10) VALUE SPACE.
             05  t-old-row-text         PIC  X(40) VALUE SPACE.
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
                        PERFORM B0200-save-plan-row
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

           *> row_no (optional) - change or remove that row
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'row_no' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-row-no
           END-IF

           *> Y removes row_no from the draft
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'remove' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               SET is-row-remove TO TRUE
           END-IF

           *> W week content, E examination, K knowledge req.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'row_kind' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:1) TO t-row-kind

           *> which week(s), e.g. v35 or v35-37
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'plan_week' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:10) TO t-plan-week

           *> the text of the row
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'row_text' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-row-text

           EVALUATE TRUE
               WHEN t-course-id = ZERO
                   MOVE 'Saknar kurs' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-row-remove AND t-row-no = ZERO
                   MOVE 'Saknar rad att ta bort'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-row-remove
                   SET is-valid-init TO TRUE
               WHEN t-row-kind NOT = 'W' AND t-row-kind NOT = 'E'
                AND t-row-kind NOT = 'K'
                   MOVE 'Radtyp ska vara W, E eller K'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-row-kind = 'W' AND t-plan-week = SPACE
                   MOVE 'Saknar vecka' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-row-text = SPACE
                   MOVE 'Saknar text' TO wc-printscr-string
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

           MOVE 'course-plan' TO wc-permission-function

           COPY check-permission.

           *> a teacher writes the plans of their own courses -
           *> Utbildningsledare and Administratör any course's
           IF is-caller-authorized
              AND wn-requesting-usertype-id = 2
               MOVE ZERO TO t-owner-cnt
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-owner-cnt
                   FROM tbl_course_teacher
                   WHERE course_id = :t-course-id
                   AND teacher_user_id = :wn-requesting-user-id
               END-EXEC
               IF  sqlcode NOT = zero OR t-owner-cnt = ZERO
                   MOVE 'N' TO is-caller-authorized-switch
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-save-plan-row.

           EXEC SQL
               SELECT course_name
               INTO :t-course-name
               FROM tbl_course
               WHERE course_id = :t-course-id
           END-EXEC

           IF  sqlcode NOT = zero
                MOVE 'Okänd kurs' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0205-get-draft
                IF NOT is-draft-found AND NOT is-sql-error
                    PERFORM B0210-start-draft
                END-IF
                IF NOT is-sql-error
                    PERFORM B0220-change-row
                END-IF
           END-IF

           .

       *>**************************************************
       B0205-get-draft.

           EXEC SQL
               SELECT plan_id, plan_version
               INTO :t-plan-id, :t-plan-version
               FROM tbl_course_plan
               WHERE course_id = :t-course-id
               AND plan_status = 'D'
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = zero
                   SET is-draft-found TO TRUE
               WHEN sqlcode NOT = 100
                   SET is-sql-error TO TRUE
                   PERFORM Z0100-error-routine
           END-EVALUATE

           .

       *>**************************************************
       B0210-start-draft.

           *> a new version starts as a copy of the latest one -
           *> published or superseded, whichever came last - so
           *> the teacher changes what is there and the version
           *> that went out stays untouched
           EXEC SQL
               SELECT nextval('tbl_course_plan_plan_id_seq'),
                      COALESCE(MAX(plan_version), 0) + 1
               INTO :t-plan-id, :t-plan-version
               FROM tbl_course_plan
               WHERE course_id = :t-course-id
           END-EXEC

           EXEC SQL
               SELECT COALESCE(MAX(plan_id), 0)
               INTO :t-prev-plan-id
               FROM tbl_course_plan
               WHERE course_id = :t-course-id
               AND plan_version = :t-plan-version - 1
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_course_plan
               (plan_id, course_id, plan_version, plan_status,
                created_by)
               VALUES (:t-plan-id, :t-course-id, :t-plan-version,
                       'D', :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                SET is-sql-error TO TRUE
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    INSERT INTO tbl_course_plan_row
                    (plan_id, row_no, row_kind, plan_week, row_text)
                    SELECT :t-plan-id, row_no, row_kind, plan_week,
                           row_text
                    FROM tbl_course_plan_row
                    WHERE plan_id = :t-prev-plan-id
                END-EXEC
                IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                     SET is-sql-error TO TRUE
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-change-row.

           IF t-row-no NOT = ZERO
               EXEC SQL
                   SELECT row_kind, plan_week, row_text
                   INTO :t-old-row-kind, :t-old-plan-week,
                        :t-old-row-text
                   FROM tbl_course_plan_row
                   WHERE plan_id = :t-plan-id
                   AND row_no = :t-row-no
               END-EXEC
               IF  sqlcode = zero
                   SET is-row-found TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-row-no NOT = ZERO AND NOT is-row-found
                   MOVE 'Okänd rad' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-row-remove
                   EXEC SQL
                       DELETE FROM tbl_course_plan_row
                       WHERE plan_id = :t-plan-id
                       AND row_no = :t-row-no
                   END-EXEC
                   PERFORM B0230-finish-change
               WHEN is-row-found
                   EXEC SQL
                       UPDATE tbl_course_plan_row
                       SET row_kind = :t-row-kind,
                           plan_week = :t-plan-week,
                           row_text = :t-row-text
                       WHERE plan_id = :t-plan-id
                       AND row_no = :t-row-no
                   END-EXEC
                   PERFORM B0230-finish-change
               WHEN OTHER
                   EXEC SQL
                       SELECT COALESCE(MAX(row_no), 0) + 1
                       INTO :t-row-no
                       FROM tbl_course_plan_row
                       WHERE plan_id = :t-plan-id
                   END-EXEC
                   EXEC SQL
                       INSERT INTO tbl_course_plan_row
                       (plan_id, row_no, row_kind, plan_week,
                        row_text)
                       VALUES (:t-plan-id, :t-row-no, :t-row-kind,
                               :t-plan-week, :t-row-text)
                   END-EXEC
                   PERFORM B0230-finish-change
           END-EVALUATE

           .

       *>**************************************************
       B0230-finish-change.

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0240-write-audit-row
                PERFORM B0290-commit-work
                IF is-row-remove
                    MOVE 'Raden är borttagen' TO wc-printscr-string
                ELSE
                    MOVE 'Raden är sparad' TO wc-printscr-string
                END-IF
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>Utkast version ' t-plan-version
                        ' - rad ' t-row-no '</p>'
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-add-course-plan-row' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'course_id=' t-course-id
                  ' version=' t-plan-version
                  ' row=' t-row-no
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           EVALUATE TRUE
               WHEN is-row-remove
                   MOVE 'REMOVE' TO t-audit-action
               WHEN is-row-found
                   MOVE 'EDIT' TO t-audit-action
               WHEN OTHER
                   MOVE 'ADD' TO t-audit-action
           END-EVALUATE
           IF is-row-found
               MOVE SPACE TO t-audit-old
               STRING t-old-row-kind ' '
                      FUNCTION TRIM(t-old-plan-week) ' '
                      FUNCTION TRIM(t-old-row-text)
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE '-' TO t-audit-old
           END-IF
           IF is-row-remove
               MOVE '-' TO t-audit-new
           ELSE
               MOVE SPACE TO t-audit-new
               STRING t-row-kind ' '
                      FUNCTION TRIM(t-plan-week) ' '
                      FUNCTION TRIM(t-row-text)
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
