       *>          tbl_room_booking occurrence it belongs to.
       *>          The new session id is shown on the page and
       *>          cgi-add-attendance records the roster marks
       *>          against it. Students with an advance
       *>          absence report (cgi-add-absence-report)
       *>          covering the date come up already marked
       *>          absent as valid absence, and students out on
       *>          a study visit with consent (v_trip_session)
       *>          come up marked T.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Pre-mark reported absence as valid absence.
       *>       0.3: Pre-mark students on a study visit as T.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-attendance-session.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  attsession-rec-vars.
             05  t-session-id           PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-booking-id           PIC  9(9) VALUE ZERO.
             05  t-session-date         PIC  X(10) VALUE SPACE.
       01  wn-reported-cnt              PIC  9(4) VALUE ZERO.
       01  wn-trip-cnt                  PIC  9(4) VALUE ZERO.

       *> validated through is-valid-date before insert
       01  wc-chk-date              PIC  X(10) VALUE SPACE.
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0210-mark-reported-absence
                PERFORM B0215-mark-field-trip
                PERFORM B0225-write-audit-row
                PERFORM B0230-commit-work
                MOVE 'Lektion öppnad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                *> the PHP layer needs the id to post the marks
                DISPLAY '<p>session_id=' t-session-id '</p>'
                DISPLAY '<p>reported_absent=' wn-reported-cnt
                        '</p>'
                DISPLAY '<p>field_trip=' wn-trip-cnt '</p>'
           END-IF

           .

       *>**************************************************
       B0210-mark-reported-absence.

           *> enrolled students reported absent in advance for
           *> the date - the teacher can still re-mark them
           EXEC SQL
               SELECT COUNT(DISTINCT e.user_id)
               INTO :wn-reported-cnt
               FROM tbl_enrollment e
               INNER JOIN tbl_absence_report r
               ON r.student_user_id = e.user_id
               WHERE e.course_id = :t-course-id
               AND r.from_date <= :t-session-date
               AND r.to_date >= :t-session-date
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_attendance
               (session_id, user_id, attendance_status,
                absence_valid)
               SELECT DISTINCT :t-session-id, e.user_id, 'A', 'Y'
               FROM tbl_enrollment e
               INNER JOIN tbl_absence_report r
               ON r.student_user_id = e.user_id
               WHERE e.course_id = :t-course-id
               AND r.from_date <= :t-session-date
               AND r.to_date >= :t-session-date
               ON CONFLICT (session_id, user_id) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0215-mark-field-trip.

           *> students away on a study visit with consent during
           *> this lesson - a reported absence marked above wins
           EXEC SQL
               SELECT COUNT(DISTINCT v.user_id)
               INTO :wn-trip-cnt
               FROM v_trip_session v
               WHERE v.session_id = :t-session-id
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_attendance a
                    WHERE a.session_id = v.session_id
                    AND a.user_id = v.user_id)
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_attendance
               (session_id, user_id, attendance_status,
                absence_valid)
               SELECT DISTINCT v.session_id, v.user_id, 'T', 'N'
               FROM v_trip_session v
               WHERE v.session_id = :t-session-id
               ON CONFLICT (session_id, user_id) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .
