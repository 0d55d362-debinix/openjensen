       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Report a student's absence in advance - a date
       *>          range and a reason. A guardian reports for a
       *>          student linked in tbl_guardian_student, an
       *>          adult student (18 by the pnr, the same
       *>          judgement guardian-expiry makes) for
       *>          themselves, and staff taking the phone call
       *>          for anyone ('absence-report'). Every lesson of
       *>          the student's courses already opened in the
       *>          range is marked absent as valid absence
       *>          (giltig frånvaro) at once; lessons opened
       *>          later are pre-marked by
       *>          cgi-add-attendance-session. A present or late
       *>          mark the teacher has already set is never
       *>          overwritten.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: A study visit mark is not counted as marked.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-absence-report.
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
            03  is-student-adult-switch        PIC X   VALUE 'N'.
                88  is-student-adult                   VALUE 'Y'.
            03  is-student-on-file-switch      PIC X   VALUE 'N'.
                88  is-student-on-file                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Anmäl frånvaro'.

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
       01  wn-link-cnt                 PIC  9(4) VALUE ZERO.
       01  wn-student-cnt              PIC  9(4) VALUE ZERO.
       01  wn-marked-cnt               PIC  9(5) VALUE ZERO.
       01  report-rec-vars.
             05  t-report-id            PIC  9(9) VALUE ZERO.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-from-date            PIC  X(10) VALUE SPACE.
             05  t-to-date              PIC  X(10) VALUE SPACE.
             05  t-report-reason        PIC  X(80) VALUE SPACE.
             05  t-user-pnr             PIC  X(13) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> age arithmetic - see guardian-expiry
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-cur-yy                PIC 9(2)  VALUE ZERO.
       01  wn-born-yy               PIC 9(2)  VALUE ZERO.
       01  wn-born-year             PIC 9(4)  VALUE ZERO.
       01  wn-birthday18            PIC 9(8)  VALUE ZERO.
       01  wn-today-numeric         PIC 9(8)  VALUE ZERO.

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
                        PERFORM B0200-add-report
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

           MOVE FUNCTION CURRENT-DATE TO wc-now
           COMPUTE wn-today-numeric =
               FUNCTION NUMVAL(wc-now(1:8))
           COMPUTE wn-cur-yy = FUNCTION NUMVAL(wc-now(3:2))

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

           *> which student, when a guardian or staff reports
           *> (otherwise the session decides)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-student-user-id
           END-IF

           *> first day (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'from_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-from-date
               END-IF
           END-IF

           *> last day (optional - one day when left out)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'to_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-to-date
               END-IF
           ELSE
               MOVE t-from-date TO t-to-date
           END-IF

           *> the reason (required) - illness, appointment ...
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'report_reason' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-report-reason

           IF wc-session-token NOT = SPACE
              AND t-from-date NOT = SPACE
              AND t-to-date NOT = SPACE
              AND t-from-date NOT > t-to-date
              AND t-report-reason NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltig frånvaroanmälan'
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

           *> an adult student reports for themselves, a guardian
           *> for a linked student, staff with 'absence-report'
           *> for anyone
           COPY resolve-session-token.

           IF wn-requesting-user-id > ZERO

               EVALUATE wn-requesting-usertype-id
                   WHEN 1
                       MOVE wn-requesting-user-id
                           TO t-student-user-id
                       PERFORM B0110-judge-student-age
                       IF is-student-adult
                           SET is-caller-authorized TO TRUE
                       END-IF
                   WHEN 8
                       IF t-student-user-id > ZERO
                           EXEC SQL
                               SELECT COUNT(*)
                               INTO :wn-link-cnt
                               FROM tbl_guardian_student
                               WHERE guardian_user_id =
                                   :wn-requesting-user-id
                               AND student_user_id =
                                   :t-student-user-id
                           END-EXEC
                           IF  sqlcode = zero
                              AND wn-link-cnt > ZERO
                               SET is-caller-authorized TO TRUE
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'absence-report'
                           TO wc-permission-function

                       COPY check-permission.
               END-EVALUATE

           END-IF

           .

       *>**************************************************
       B0110-judge-student-age.

           *> the canonical pnr is YYMMDD-NNNN; a two-digit year
           *> at or below the current one means this century -
           *> the same rule guardian-expiry applies
           MOVE 'N' TO is-student-adult-switch
           MOVE SPACE TO t-user-pnr

           EXEC SQL
               SELECT user_pnr
               INTO :t-user-pnr
               FROM tbl_user
               WHERE user_id = :t-student-user-id
           END-EXEC

           IF  sqlcode = zero AND t-user-pnr(1:6) IS NUMERIC

               COMPUTE wn-born-yy =
                   FUNCTION NUMVAL(t-user-pnr(1:2))

               IF wn-born-yy <= wn-cur-yy
                   COMPUTE wn-born-year = 2000 + wn-born-yy
               ELSE
                   COMPUTE wn-born-year = 1900 + wn-born-yy
               END-IF

               COMPUTE wn-birthday18 =
                   (wn-born-year + 18) * 10000
                   + FUNCTION NUMVAL(t-user-pnr(3:4))

               IF wn-birthday18 <= wn-today-numeric
                   SET is-student-adult TO TRUE
               END-IF

           END-IF

           .

       *>**************************************************
       B0200-add-report.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-student-cnt
               FROM tbl_user
               WHERE user_id = :t-student-user-id
               AND usertype_id = 1
           END-EXEC

           IF  sqlcode = zero AND wn-student-cnt > ZERO
                SET is-student-on-file TO TRUE
           END-IF

           IF NOT is-student-on-file
               MOVE 'Okänd elev' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               EXEC SQL
                   SELECT nextval('tbl_absence_report_report_id_seq')
                   INTO :t-report-id
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_absence_report
                   (report_id, student_user_id, from_date,
                    to_date, report_reason, reported_by)
                   VALUES (:t-report-id, :t-student-user-id,
                           :t-from-date, :t-to-date,
                           :t-report-reason,
                           :wn-requesting-user-id)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0210-mark-opened-sessions
                    PERFORM B0220-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'Frånvaron är anmäld'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                    DISPLAY '<p>report_id: ' t-report-id
                            ', lektioner markerade: '
                            wn-marked-cnt '</p>'
               END-IF

           END-IF

           .

       *>**************************************************
       B0210-mark-opened-sessions.

           *> lessons already opened in the range: no mark yet
           *> or an absent mark become valid absence - a present
           *> or late mark stays as the teacher set it, and so
           *> does a study visit
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-marked-cnt
               FROM tbl_attendance_session s
               INNER JOIN tbl_enrollment e
               ON e.course_id = s.course_id
               WHERE e.user_id = :t-student-user-id
               AND s.session_date >= :t-from-date
               AND s.session_date <= :t-to-date
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_attendance a
                    WHERE a.session_id = s.session_id
                    AND a.user_id = e.user_id
                    AND a.attendance_status IN ('P', 'L', 'T'))
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_attendance
               (session_id, user_id, attendance_status,
                absence_valid)
               SELECT s.session_id, e.user_id, 'A', 'Y'
               FROM tbl_attendance_session s
               INNER JOIN tbl_enrollment e
               ON e.course_id = s.course_id
               WHERE e.user_id = :t-student-user-id
               AND s.session_date >= :t-from-date
               AND s.session_date <= :t-to-date
               ON CONFLICT (session_id, user_id)
               DO UPDATE SET absence_valid = 'Y'
               WHERE tbl_attendance.attendance_status = 'A'
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-absence-report' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'report_id=' t-report-id
                  ' student=' t-student-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING t-from-date '..' t-to-date
                  ' marked=' wn-marked-cnt
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
