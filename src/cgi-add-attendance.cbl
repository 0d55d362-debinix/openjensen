       *>          A = absent, L = late; marking the same student
       *>          again for the session overwrites the earlier
       *>          mark, so a correction is just a resubmit.
       *>          V = absent with valid reason (giltig
       *>          frånvaro); an A mark on a date the student
       *>          was reported absent in advance
       *>          (cgi-add-absence-report) is valid as well.
       *>          An A mark for a student away on a study
       *>          visit with consent during the lesson
       *>          (v_trip_session) is stored as T instead.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Valid/invalid absence classification.
       *>       0.3: Absent on a study visit is stored as T.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-attendance.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  attendance-rec-vars.
             05  t-session-id          PIC  9(9) VALUE ZERO.
             05  t-course-id           PIC  9(9) VALUE ZERO.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-att-status          PIC  X(1) VALUE SPACE.
             05  t-absence-valid       PIC  X(1) VALUE 'N'.
             05  t-enrolled-cnt        PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

           CALL 'get-post-value' USING wn-rtn-code wc-post-name
                                       wc-post-value

           *> P present, A absent, L late, V absent with a
           *> valid reason - stored as A with absence_valid
           MOVE 'N' TO t-absence-valid
           IF wc-post-value = 'P' OR wc-post-value = 'A'
                                  OR wc-post-value = 'L'
               MOVE wc-post-value(1:1) TO t-att-status
               SET row-status-is-valid TO TRUE
           END-IF
           IF wc-post-value = 'V'
               MOVE 'A' TO t-att-status
               MOVE 'Y' TO t-absence-valid
               SET row-status-is-valid TO TRUE
           END-IF

           .

       *>**************************************************
       B0213-upsert-mark.

           *> an absence reported in advance for the lesson's
           *> date stays valid when the teacher marks A
           IF t-att-status = 'A' AND t-absence-valid = 'N'
               EXEC SQL
                   SELECT CASE WHEN EXISTS
                            (SELECT 1 FROM tbl_absence_report r
                             INNER JOIN tbl_attendance_session s
                             ON s.session_id = :t-session-id
                             WHERE r.student_user_id = :t-user-id
                             AND r.from_date <= s.session_date
                             AND r.to_date >= s.session_date)
                          THEN 'Y' ELSE 'N' END
                   INTO :t-absence-valid
               END-EXEC
           END-IF

           *> not in the room because the school took them on a
           *> study visit - that is no absence at all
           IF t-att-status = 'A' AND t-absence-valid = 'N'
               EXEC SQL
                   SELECT CASE WHEN EXISTS
                            (SELECT 1 FROM v_trip_session v
                             WHERE v.session_id = :t-session-id
                             AND v.user_id = :t-user-id)
                          THEN 'T' ELSE 'A' END
                   INTO :t-att-status
               END-EXEC
           END-IF

           *> re-marking the same student overwrites, so a
           *> correction is just a resubmit of the roster
           EXEC SQL
               INSERT INTO tbl_attendance
               (session_id, user_id, attendance_status,
                absence_valid)
               VALUES (:t-session-id, :t-user-id, :t-att-status,
                       :t-absence-valid)
               ON CONFLICT (session_id, user_id)
               DO UPDATE SET attendance_status = :t-att-status,
                             absence_valid = :t-absence-valid
           END-EXEC

           IF  sqlcode NOT = zero
