       *>          (and its term) the number of recorded lesson
       *>          occasions and how many the student was present,
       *>          absent or late at, from the attendance records
       *>          cgi-add-attendance accumulates. Absence is
       *>          split into valid (giltig - reported in
       *>          advance or classified by the teacher) and
       *>          invalid, which CSN and the mentors treat
       *>          differently. Lessons spent on a study visit
       *>          (T) have a column of their own and are no
       *>          absence.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Valid and invalid absence in separate columns.
       *>       0.3: Study visit column.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-absence-summary.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> which student's plan to show
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           05  t-session-cnt             PIC  9(5).
           05  t-present-cnt             PIC  9(5).
           05  t-absent-cnt              PIC  9(5).
           05  t-valid-absent-cnt        PIC  9(5).
           05  t-late-cnt                PIC  9(5).
           05  t-trip-cnt                PIC  9(5).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> course names are user-entered text - escaped before
                      COUNT(*) FILTER
                          (WHERE a.attendance_status = 'P'),
                      COUNT(*) FILTER
                          (WHERE a.attendance_status = 'A'
                           AND a.absence_valid = 'N'),
                      COUNT(*) FILTER
                          (WHERE a.attendance_status = 'A'
                           AND a.absence_valid = 'Y'),
                      COUNT(*) FILTER
                          (WHERE a.attendance_status = 'L'),
                      COUNT(*) FILTER
                          (WHERE a.attendance_status = 'T')
               FROM tbl_attendance a
               INNER JOIN tbl_attendance_session s
               ON s.session_id = a.session_id
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs</th><th>Termin</th>'
                   '<th>Lektioner</th><th>Närvaro</th>'
                   '<th>Ogiltig frånvaro</th>'
                   '<th>Giltig frånvaro</th><th>Sen</th>'
                   '<th>Studiebesök</th></tr>'

           EXEC SQL
                FETCH cursabsence INTO :t-course-name,
                                       :t-session-cnt,
                                       :t-present-cnt,
                                       :t-absent-cnt,
                                       :t-valid-absent-cnt,
                                       :t-late-cnt,
                                       :t-trip-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                                           :t-session-cnt,
                                           :t-present-cnt,
                                           :t-absent-cnt,
                                           :t-valid-absent-cnt,
                                           :t-late-cnt,
                                           :t-trip-cnt
               END-EXEC

           END-PERFORM
                   '</td><td>' t-session-cnt
                   '</td><td>' t-present-cnt
                   '</td><td>' t-absent-cnt
                   '</td><td>' t-valid-absent-cnt
                   '</td><td>' t-late-cnt
                   '</td><td>' t-trip-cnt
                   '</td></tr>'

           .
