       *>          - a heading per room with its invigilator,
       *>          then seat number and student in seat order,
       *>          ready to pin on the door. The seats come
       *>          from cgi-allocate-exam-seats. Each row
       *>          carries the student's own end time - the
       *>          occasion's end time plus the longest extra
       *>          time of any exam accommodation valid on the
       *>          exam date - so the invigilator knows who
       *>          stays longer. A student with medical notes in
       *>          force is marked, without the details.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Adjusted end time per student.
       *>       0.3: Marker for students with medical notes.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-exam-seating.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
           05  t-seat-no              PIC  9(4).
           05  t-user-firstname       PIC  X(40).
           05  t-user-lastname        PIC  X(40).
           05  t-extra-minutes        PIC  9(4).
           05  t-student-endtime      PIC  X(5).
           05  t-medical-flag         PIC  X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.


                      COALESCE(iu.user_firstname, ''),
                      COALESCE(iu.user_lastname, ''),
                      s.seat_no,
                      u.user_firstname, u.user_lastname,
                      CAST(COALESCE(x.extra_minutes, 0)
                           AS INTEGER),
                      CASE WHEN o.exam_endtime = '' THEN ''
                           ELSE TO_CHAR(CAST(o.exam_endtime AS TIME)
                                + CAST(COALESCE(x.extra_minutes, 0)
                                       || ' minutes' AS INTERVAL),
                                'HH24:MI')
                      END,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM tbl_medical_note n
                           WHERE n.student_user_id = s.user_id
                           AND n.note_active = 'Y')
                      THEN 'Y' ELSE 'N' END
               FROM tbl_exam_room r
               INNER JOIN tbl_exam_occasion o
               ON o.occasion_id = r.occasion_id
               INNER JOIN T_JLOKAL l
               ON l.Lokal_id = r.lokal_id
               LEFT JOIN tbl_user iu
               ON s.exam_room_id = r.exam_room_id
               INNER JOIN tbl_user u
               ON u.user_id = s.user_id
               LEFT JOIN
                   (SELECT a.user_id,
                           MAX(a.extra_minutes) AS extra_minutes
                    FROM tbl_exam_accommodation a
                    INNER JOIN tbl_exam_occasion ao
                    ON ao.occasion_id = :wn-occasion-id
                    WHERE a.valid_from <= ao.exam_date
                    AND a.valid_to >= ao.exam_date
                    GROUP BY a.user_id) x
               ON x.user_id = s.user_id
               WHERE r.occasion_id = :wn-occasion-id
               ORDER BY r.exam_room_id, s.seat_no
           END-EXEC
                                      :t-invig-lastname,
                                      :t-seat-no,
                                      :t-user-firstname,
                                      :t-user-lastname,
                                      :t-extra-minutes,
                                      :t-student-endtime,
                                      :t-medical-flag
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                                          :t-invig-lastname,
                                          :t-seat-no,
                                          :t-user-firstname,
                                          :t-user-lastname,
                                          :t-extra-minutes,
                                          :t-student-endtime,
                                          :t-medical-flag
               END-EXEC

           END-PERFORM
           END-IF

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Plats</th><th>Student</th>'
                   '<th>Sluttid</th><th>Obs</th></tr>'
           SET is-table-open TO TRUE

           .
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           *> extended time is marked so it stands out on the
           *> door list
           IF t-extra-minutes > ZERO
               DISPLAY '<tr><td>' t-seat-no '</td><td>'
                       FUNCTION TRIM(wc-escaped-value)
                       '</td><td><b>' t-student-endtime
                       '</b> (+' t-extra-minutes ' min)</td>'
           ELSE
               DISPLAY '<tr><td>' t-seat-no '</td><td>'
                       FUNCTION TRIM(wc-escaped-value)
                       '</td><td>' t-student-endtime '</td>'
           END-IF

           *> the marker only - the notes are need-to-know
           IF t-medical-flag = 'Y'
               DISPLAY '<td>Medicinsk info</td></tr>'
           ELSE
               DISPLAY '<td></td></tr>'
           END-IF

           .

