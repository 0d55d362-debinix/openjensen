       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: A guardian's answer to a study visit: consent
       *>          (Y) or not (N) for a linked student under 18
       *>          on the trip (trip_id, student_user_id). The
       *>          first answer from any linked guardian decides
       *>          and a later one replaces it while the trip is
       *>          still planned. With consent the student is
       *>          marked on the trip in the lessons of the day
       *>          already opened; when consent is withdrawn those
       *>          marks are taken away again and the teacher
       *>          marks the lesson as usual.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Page title kept within the title field.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-trip-consent.
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
            03  is-sql-error-switch            PIC X   VALUE 'N'.
                88  is-sql-error                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Samtycke besök'.

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
       01  wn-link-cnt                 PIC  9(4) VALUE ZERO.
       01  wn-marked-cnt               PIC  9(5) VALUE ZERO.
       01  consent-rec-vars.
             05  t-trip-id              PIC  9(9) VALUE ZERO.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-consent-status       PIC  X(1) VALUE SPACE.
             05  t-old-consent-status   PIC  X(1) VALUE SPACE.
             05  t-trip-status          PIC  X(1) VALUE SPACE.
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
                        PERFORM B0200-set-consent
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

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-trip-id
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-student-user-id
           END-IF

           *> Y consent, N no consent
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'consent' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:1))
                TO t-consent-status

           IF wc-session-token NOT = SPACE
              AND t-trip-id > ZERO
              AND t-student-user-id > ZERO
              AND (t-consent-status = 'Y' OR t-consent-status = 'N')
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltigt svar' TO wc-printscr-string
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

           *> only a guardian linked to the student answers
           COPY resolve-session-token.

           IF wn-requesting-user-id > ZERO
              AND wn-requesting-usertype-id = 8

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-link-cnt
                   FROM tbl_guardian_student
                   WHERE guardian_user_id = :wn-requesting-user-id
                   AND student_user_id = :t-student-user-id
               END-EXEC

               IF  sqlcode = zero AND wn-link-cnt > ZERO
                    SET is-caller-authorized TO TRUE
               END-IF

           END-IF

           .

       *>**************************************************
       B0200-set-consent.

           EXEC SQL
               SELECT p.consent_status, t.trip_status
               INTO :t-old-consent-status, :t-trip-status
               FROM tbl_trip_participant p
               INNER JOIN tbl_field_trip t
                   ON t.trip_id = p.trip_id
               WHERE p.trip_id = :t-trip-id
               AND p.user_id = :t-student-user-id
               AND p.consent_needed = 'Y'
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Okänt studiebesök' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN t-trip-status NOT = 'A'
                   MOVE 'Studiebesöket är inställt'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0210-save-consent
           END-EVALUATE

           .

       *>**************************************************
       B0210-save-consent.

           *> taking consent back: lift the trip marks while
           *> v_trip_session still sees the student
           IF t-consent-status = 'N'
              AND t-old-consent-status = 'Y'
               PERFORM B0230-unmark-sessions
           END-IF

           IF NOT is-sql-error

               EXEC SQL
                   UPDATE tbl_trip_participant
                   SET consent_status = :t-consent-status,
                       consent_by = :wn-requesting-user-id,
                       consent_date = CURRENT_TIMESTAMP
                   WHERE trip_id = :t-trip-id
                   AND user_id = :t-student-user-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF

           END-IF

           IF NOT is-sql-error
              AND t-consent-status = 'Y'
               PERFORM B0220-mark-opened-sessions
           END-IF

           IF NOT is-sql-error
               PERFORM B0240-write-audit-row
               PERFORM B0290-commit-work
               IF t-consent-status = 'Y'
                   MOVE 'Samtycke lämnat' TO wc-printscr-string
               ELSE
                   MOVE 'Samtycke ej lämnat' TO wc-printscr-string
               END-IF
               CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-mark-opened-sessions.

           *> the same marking cgi-add-field-trip makes for the
           *> students who need no consent
           EXEC SQL
               INSERT INTO tbl_attendance
               (session_id, user_id, attendance_status,
                absence_valid)
               SELECT v.session_id, v.user_id, 'T', 'N'
               FROM v_trip_session v
               WHERE v.trip_id = :t-trip-id
               AND v.user_id = :t-student-user-id
               ON CONFLICT (session_id, user_id)
               DO UPDATE SET attendance_status = 'T'
               WHERE tbl_attendance.attendance_status = 'A'
               AND tbl_attendance.absence_valid = 'N'
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0230-unmark-sessions.

           *> a trip mark goes back to no mark at all - the
           *> teacher marks the lesson as for anyone else
           EXEC SQL
               DELETE FROM tbl_attendance a
               USING v_trip_session v
               WHERE v.trip_id = :t-trip-id
               AND v.user_id = :t-student-user-id
               AND a.session_id = v.session_id
               AND a.user_id = v.user_id
               AND a.attendance_status = 'T'
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-set-trip-consent' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'trip_id=' t-trip-id
                  ' student=' t-student-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'consent=' t-old-consent-status
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'consent=' t-consent-status
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
