       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Plan a study visit or excursion: the date,
       *>          start and end time, destination, cost (kronor)
       *>          and either the course (course_id) or the class
       *>          (class_id) taking part, with a responsible
       *>          teacher - the caller unless another is posted.
       *>          The participants are drawn at once from the
       *>          course's enrollment or the class's active
       *>          students. A student under 18 (by the pnr, the
       *>          same judgement guardian-expiry makes) waits
       *>          for a guardian's consent, and every linked
       *>          guardian gets a notification asking for it
       *>          (cgi-set-trip-consent); an adult student takes
       *>          part without one and is marked on the trip in
       *>          any lesson of the day already opened.
       *>          Guarded by 'field-trip'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-field-trip.
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
            03  is-group-on-file-switch        PIC X   VALUE 'N'.
                88  is-group-on-file                   VALUE 'Y'.
            03  is-sql-error-switch            PIC X   VALUE 'N'.
                88  is-sql-error                       VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Studiebesök'.

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
       01  wn-group-cnt                PIC  9(4) VALUE ZERO.
       01  wn-marked-cnt               PIC  9(5) VALUE ZERO.
       01  trip-rec-vars.
             05  t-trip-id              PIC  9(9) VALUE ZERO.
             05  t-trip-date            PIC  X(10) VALUE SPACE.
             05  t-trip-starttime       PIC  X(5) VALUE SPACE.
             05  t-trip-endtime         PIC  X(5) VALUE SPACE.
             05  t-destination          PIC  X(40) VALUE SPACE.
             05  t-trip-cost            PIC  9(7) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-class-id             PIC  9(9) VALUE ZERO.
             05  t-responsible-user-id  PIC  9(9) VALUE ZERO.
       01  participant-rec-vars.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-user-firstname       PIC  X(40) VALUE SPACE.
             05  t-user-pnr             PIC  X(13) VALUE SPACE.
             05  t-consent-needed       PIC  X(1) VALUE 'Y'.
             05  t-consent-status       PIC  X(1) VALUE 'P'.
       01  t-notif-message              PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> age arithmetic - see guardian-expiry
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-cur-yy                PIC 9(2)  VALUE ZERO.
       01  wn-born-yy               PIC 9(2)  VALUE ZERO.
       01  wn-born-year             PIC 9(4)  VALUE ZERO.
       01  wn-birthday18            PIC 9(8)  VALUE ZERO.
       01  wn-today-numeric         PIC 9(8)  VALUE ZERO.

       01  wn-participant-cnt       PIC 9(5)  VALUE ZERO.
       01  wn-minor-cnt             PIC 9(5)  VALUE ZERO.

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
                        PERFORM B0200-add-trip
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

           *> the day of the trip (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-trip-date
               END-IF
           END-IF

           *> leaving and back, HH:MI (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_starttime' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:5) TO t-trip-starttime

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_endtime' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:5) TO t-trip-endtime

           *> where to (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'destination' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-destination

           *> what the trip costs in kronor (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_cost' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-trip-cost
           END-IF

           *> the course or the class going (one of them)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'class_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-class-id
           END-IF

           *> the responsible teacher (optional - the caller)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'responsible_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-responsible-user-id
           END-IF

           IF t-trip-date NOT = SPACE
              AND t-trip-starttime NOT = SPACE
              AND t-trip-endtime NOT = SPACE
              AND t-trip-starttime < t-trip-endtime
              AND t-destination NOT = SPACE
              AND ((t-course-id > ZERO AND t-class-id = ZERO)
                   OR (t-course-id = ZERO AND t-class-id > ZERO))
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltigt studiebesök' TO wc-printscr-string
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

           MOVE 'field-trip' TO wc-permission-function

           COPY check-permission.

           IF t-responsible-user-id = ZERO
               MOVE wn-requesting-user-id TO t-responsible-user-id
           END-IF

           .

       *>**************************************************
       B0200-add-trip.

           IF t-course-id > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-group-cnt
                   FROM tbl_course
                   WHERE course_id = :t-course-id
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-group-cnt
                   FROM tbl_class
                   WHERE class_id = :t-class-id
               END-EXEC
           END-IF

           IF  sqlcode = zero AND wn-group-cnt > ZERO
                SET is-group-on-file TO TRUE
           END-IF

           IF NOT is-group-on-file
               MOVE 'Okänd kurs eller klass' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               EXEC SQL
                   SELECT nextval('tbl_field_trip_trip_id_seq')
                   INTO :t-trip-id
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_field_trip
                   (trip_id, trip_date, trip_starttime,
                    trip_endtime, destination, trip_cost,
                    course_id, class_id, responsible_user_id,
                    created_by)
                   VALUES (:t-trip-id, :t-trip-date,
                           :t-trip-starttime, :t-trip-endtime,
                           :t-destination, :t-trip-cost,
                           :t-course-id, :t-class-id,
                           :t-responsible-user-id,
                           :wn-requesting-user-id)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0210-draw-participants
                    PERFORM B0240-mark-opened-sessions
               END-IF

               IF NOT is-sql-error
                    PERFORM B0250-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'Studiebesöket registrerat'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                    DISPLAY '<p>trip_id: ' t-trip-id
                            ', deltagare: ' wn-participant-cnt
                            ', väntar på samtycke: ' wn-minor-cnt
                            ', lektioner markerade: '
                            wn-marked-cnt '</p>'
               END-IF

           END-IF

           .

       *>**************************************************
       B0210-draw-participants.

           *> the course's enrolled students, or the class's
           *> active students, as they stand today
           EXEC SQL
               DECLARE curstripgroup CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_pnr
               FROM tbl_user u
               WHERE u.usertype_id = 1
               AND u.user_active = 'Y'
               AND ((:t-course-id > 0
                     AND EXISTS
                         (SELECT 1 FROM tbl_enrollment e
                          WHERE e.user_id = u.user_id
                          AND e.course_id = :t-course-id))
                    OR (:t-class-id > 0
                        AND u.user_class = :t-class-id))
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               OPEN curstripgroup
           END-EXEC

           EXEC SQL
               FETCH curstripgroup INTO :t-student-user-id,
                                        :t-user-firstname,
                                        :t-user-pnr
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-add-participant

               EXEC SQL
                   FETCH curstripgroup INTO :t-student-user-id,
                                            :t-user-firstname,
                                            :t-user-pnr
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curstripgroup
           END-EXEC

           .

       *>**************************************************
       B0220-add-participant.

           PERFORM B0225-judge-student-age

           *> an adult student goes without anyone's consent
           IF is-student-adult
               MOVE 'N' TO t-consent-needed
               MOVE 'Y' TO t-consent-status
           ELSE
               MOVE 'Y' TO t-consent-needed
               MOVE 'P' TO t-consent-status
           END-IF

           EXEC SQL
               INSERT INTO tbl_trip_participant
               (trip_id, user_id, consent_needed, consent_status)
               VALUES (:t-trip-id, :t-student-user-id,
                       :t-consent-needed, :t-consent-status)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-participant-cnt
                IF NOT is-student-adult
                    ADD 1 TO wn-minor-cnt
                    PERFORM B0230-ask-guardians
                END-IF
           END-IF

           .

       *>**************************************************
       B0225-judge-student-age.

           *> the canonical pnr is YYMMDD-NNNN; a two-digit year
           *> at or below the current one means this century -
           *> the same rule guardian-expiry applies. A pnr that
           *> cannot be read counts as a minor: better one
           *> consent too many than one too few
           MOVE 'N' TO is-student-adult-switch

           IF t-user-pnr(1:6) IS NUMERIC

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
       B0230-ask-guardians.

           *> every linked guardian is asked; the first answer
           *> decides
           MOVE SPACE TO t-notif-message
           STRING 'Samtycke: ' FUNCTION TRIM(t-user-firstname)
                  ' studiebesök ' t-trip-date ' '
                  FUNCTION TRIM(t-destination)
                  ' (trip_id ' t-trip-id ')'
                  DELIMITED BY SIZE INTO t-notif-message
           END-STRING

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category)
               SELECT nextval('tbl_notification_notification_id_seq'),
                      g.guardian_user_id, :t-notif-message,
                      'reminders'
               FROM tbl_guardian_student g
               WHERE g.student_user_id = :t-student-user-id
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0240-mark-opened-sessions.

           *> lessons of the day already opened: the students
           *> going without consent are on the trip, not absent
           *> - a present or late mark, or a valid absence,
           *> stays as it is
           IF NOT is-sql-error

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-marked-cnt
                   FROM v_trip_session v
                   WHERE v.trip_id = :t-trip-id
                   AND NOT EXISTS
                       (SELECT 1 FROM tbl_attendance a
                        WHERE a.session_id = v.session_id
                        AND a.user_id = v.user_id
                        AND (a.attendance_status IN ('P', 'L')
                             OR a.absence_valid = 'Y'))
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_attendance
                   (session_id, user_id, attendance_status,
                    absence_valid)
                   SELECT v.session_id, v.user_id, 'T', 'N'
                   FROM v_trip_session v
                   WHERE v.trip_id = :t-trip-id
                   ON CONFLICT (session_id, user_id)
                   DO UPDATE SET attendance_status = 'T'
                   WHERE tbl_attendance.attendance_status = 'A'
                   AND tbl_attendance.absence_valid = 'N'
               END-EXEC

               IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                    PERFORM Z0100-error-routine
               END-IF

           END-IF

           .

       *>**************************************************
       B0250-write-audit-row.

           MOVE 'cgi-add-field-trip' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'trip_id=' t-trip-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING t-trip-date ' course=' t-course-id
                  ' class=' t-class-id
                  ' participants=' wn-participant-cnt
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
