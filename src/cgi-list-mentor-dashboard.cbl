       *>          four list programs: unresolved 'I'/'W' grade
       *>          rows, absence total from tbl_attendance, open
       *>          tbl_grade_appeal rows and unread messages.
       *>          Beside them how many written assessments
       *>          (omdömen) the student has in the latest
       *>          assessment round; with user_id posted that
       *>          student's assessments, all rounds, follow
       *>          the class table.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Each student shown logged in tbl_read_log.
       *>       0.3: Written assessments per student added.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-mentor-dashboard.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-class-id                 PIC  9(4) VALUE ZERO.
       01  wn-mentor-cnt               PIC  9(4) VALUE ZERO.
       01  wn-round-id                 PIC  9(9) VALUE ZERO.
       01  wn-show-user-id             PIC  9(9) VALUE ZERO.
       01  dash-rec-vars.
           05  t-user-id              PIC  9(9).
           05  t-user-firstname       PIC  X(40).
           05  t-user-lastname        PIC  X(40).
           05  t-open-grade-cnt       PIC  9(5).
           05  t-absence-cnt          PIC  9(5).
           05  t-appeal-cnt           PIC  9(5).
           05  t-unread-cnt           PIC  9(5).
           05  t-assessment-cnt       PIC  9(3).
           05  t-expected-cnt         PIC  9(3).
       01  assessment-rec-vars.
           05  t-round-name           PIC  X(40).
           05  t-course-term          PIC  X(10).
           05  t-round-status         PIC  X(1).
           05  t-course-name          PIC  X(40).
           05  t-teacher-name         PIC  X(80).
           05  t-assessment-text      PIC  X(120).
       EXEC SQL END DECLARE SECTION END-EXEC.


       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> escaped text for the page
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-first         PIC X(240) VALUE SPACE.
       01  wc-escaped-second        PIC X(240) VALUE SPACE.

       *>**************************************************
       PROCEDURE DIVISION.
                   SET is-valid-init TO TRUE
               END-IF

               *> one student's written assessments (optional)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'user_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-show-user-id
               END-IF

           END-IF

           .
       *>**************************************************
       B0200-list-dashboard.

           *> the latest assessment round, whatever its state -
           *> the mentor prepares the talk before it is published
           EXEC SQL
               SELECT COALESCE(MAX(round_id), 0)
               INTO :wn-round-id
               FROM tbl_assessment_round
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Student</th><th>I/W</th>'
                   '<th>Frånvaro</th><th>Överklaganden</th>'
                   '<th>Olästa</th><th>Omdömen</th></tr>'

           *> one row per student with the four counters
           EXEC SQL
                      CAST((SELECT COUNT(*) FROM tbl_message m
                            WHERE m.recipient_user_id = u.user_id
                            AND m.is_read = 'N')
                           AS INTEGER),
                      CAST((SELECT COUNT(*) FROM tbl_assessment sa
                            WHERE sa.round_id = :wn-round-id
                            AND sa.user_id = u.user_id)
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_enrollment se
                            INNER JOIN tbl_course sc
                                ON sc.course_id = se.course_id
                            INNER JOIN tbl_assessment_round sr
                                ON sr.course_term = sc.course_term
                            WHERE sr.round_id = :wn-round-id
                            AND se.user_id = u.user_id)
                           AS INTEGER)
               FROM tbl_user u
               WHERE u.user_class = :wn-class-id
                                     :t-open-grade-cnt,
                                     :t-absence-cnt,
                                     :t-appeal-cnt,
                                     :t-unread-cnt,
                                     :t-assessment-cnt,
                                     :t-expected-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                                         :t-open-grade-cnt,
                                         :t-absence-cnt,
                                         :t-appeal-cnt,
                                         :t-unread-cnt,
                                         :t-assessment-cnt,
                                         :t-expected-cnt
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF wn-show-user-id NOT = ZERO
               PERFORM B0300-list-assessments
           END-IF

           *> the read-log rows written per student
           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
                   t-open-grade-cnt '</td><td>'
                   t-absence-cnt '</td><td>'
                   t-appeal-cnt '</td><td>'
                   t-unread-cnt '</td><td>'
                   t-assessment-cnt '/' t-expected-cnt '</td></tr>'

           *> one read-log row per student on the dashboard
           MOVE t-user-id TO t-read-student-id
           MOVE 'cgi-list-mentor-dashboard' TO t-read-program
           MOVE 'klassöversikt' TO t-read-what

           COPY write-read-log.

           .

       *>**************************************************
       B0300-list-assessments.

           *> every round, newest first, for a student of this
           *> class only - the round not yet published included
           EXEC SQL
               DECLARE cursmentorass CURSOR FOR
               SELECT r.round_name, r.course_term, r.round_status,
                      COALESCE(c.course_name, ''),
                      COALESCE(TRIM(t.user_firstname) || ' ' ||
                               TRIM(t.user_lastname), ''),
                      a.assessment_text
               FROM tbl_assessment a
               INNER JOIN tbl_user u
                   ON u.user_id = a.user_id
               INNER JOIN tbl_assessment_round r
                   ON r.round_id = a.round_id
               LEFT JOIN tbl_course c
                   ON c.course_id = a.course_id
               LEFT JOIN tbl_user t
                   ON t.user_id = a.teacher_user_id
               WHERE a.user_id = :wn-show-user-id
               AND u.user_class = :wn-class-id
               ORDER BY r.round_id DESC, c.course_name
           END-EXEC

           EXEC SQL
               OPEN cursmentorass
           END-EXEC

           DISPLAY '<h3>Omdömen elev ' wn-show-user-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Omgång</th><th>Kurs</th>'
                   '<th>Lärare</th><th>Omdöme</th></tr>'

           EXEC SQL
               FETCH cursmentorass INTO :t-round-name,
                                        :t-course-term,
                                        :t-round-status,
                                        :t-course-name,
                                        :t-teacher-name,
                                        :t-assessment-text
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-write-assessment-row

               EXEC SQL
                   FETCH cursmentorass INTO :t-round-name,
                                            :t-course-term,
                                            :t-round-status,
                                            :t-course-name,
                                            :t-teacher-name,
                                            :t-assessment-text
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursmentorass
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0310-write-assessment-row.

           *> the text is escaped 40 characters at a time, the
           *> pieces it was written in
           MOVE t-assessment-text(1:40) TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-first

           MOVE t-assessment-text(41:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-second

           MOVE t-assessment-text(81:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           DISPLAY '<tr><td>' FUNCTION TRIM(t-round-name) ' '
                   FUNCTION TRIM(t-course-term) ' '
                   t-round-status '</td>'
                   '<td>' FUNCTION TRIM(t-course-name) '</td>'
                   '<td>' FUNCTION TRIM(t-teacher-name) '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-first) ' '
                   FUNCTION TRIM(wc-escaped-second) ' '
                   FUNCTION TRIM(wc-escaped-value)
                   '</td></tr>'

           .

