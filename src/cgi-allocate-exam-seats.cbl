       *>          enrollment only fills the gaps. Students who
       *>          do not fit in any room are listed, which is
       *>          the cue to add another room.
       *>          Students with an exam accommodation valid on
       *>          the exam date are seated first, and only in
       *>          a room that offers every need (separate
       *>          room, reader, computer - see
       *>          cgi-add-exam-room); ordinary students are
       *>          never placed in a separate room.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Seat accommodated students in a fitting room.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-allocate-exam-seats.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-occasion-cnt             PIC  9(4) VALUE ZERO.
       01  alloc-rec-vars.
             05  t-occasion-id          PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-exam-room-id         PIC  9(9) VALUE ZERO.
             05  t-seat-no              PIC  9(4) VALUE ZERO.
             05  t-exam-date            PIC  X(10) VALUE SPACE.
       01  need-rec-vars.
             05  t-need-separate        PIC  X(1) VALUE 'N'.
             05  t-need-reader          PIC  X(1) VALUE 'N'.
             05  t-need-computer        PIC  X(1) VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.


       *> per-run counters
       01  wn-seated-cnt            PIC 9(4)  VALUE ZERO.
       01  wn-unplaced-cnt          PIC 9(4)  VALUE ZERO.
       01  wn-unplaced-adapted-cnt  PIC 9(4)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
               CALL 'ok-printscr' USING wc-printscr-string
               DISPLAY '<p>' wn-seated-cnt ' placerade, '
                       wn-unplaced-cnt ' utan plats</p>'
               IF wn-unplaced-adapted-cnt > ZERO
                   DISPLAY '<p>' wn-unplaced-adapted-cnt
                           ' med anpassning saknar lämplig sal</p>'
               END-IF
           END-IF

           .
       B0205-does-occasion-exist.

           EXEC SQL
               SELECT COUNT(*), MAX(course_id), MAX(exam_date)
               INTO :wn-occasion-cnt, :t-course-id, :t-exam-date
               FROM tbl_exam_occasion
               WHERE occasion_id = :t-occasion-id
           END-EXEC
       B0210-seat-students.

           *> every enrolled student without a seat yet, in
           *> surname order like the rosters - those with a
           *> room need on the exam date first, so the fitting
           *> rooms are theirs before anyone else is dealt out
           EXEC SQL
               DECLARE cursseatstud CURSOR FOR
               SELECT e.user_id
                   (SELECT 1 FROM tbl_exam_seat s
                    WHERE s.occasion_id = :t-occasion-id
                    AND s.user_id = e.user_id)
               ORDER BY CASE WHEN EXISTS
                          (SELECT 1 FROM tbl_exam_accommodation a
                           WHERE a.user_id = e.user_id
                           AND a.valid_from <= :t-exam-date
                           AND a.valid_to >= :t-exam-date
                           AND (a.need_separate = 'Y'
                                OR a.need_reader = 'Y'
                                OR a.need_computer = 'Y'))
                        THEN 0 ELSE 1 END,
                        u.user_lastname, u.user_firstname
           END-EXEC

           EXEC SQL
       *>**************************************************
       B0220-seat-one-student.

           PERFORM B0225-get-student-needs

           *> the first of the occasion's rooms with a free seat
           *> under its Maxdeltagare that meets the student's
           *> needs - a separate room only ever takes students
           *> with a need - zero means they are all full and another
           *> room is needed
           MOVE ZERO TO t-exam-room-id

           EXEC SQL
               INNER JOIN T_JLOKAL l
               ON l.Lokal_id = r.lokal_id
               WHERE r.occasion_id = :t-occasion-id
               AND (r.room_separate = 'Y'
                    OR :t-need-separate = 'N')
               AND (r.room_separate = 'N'
                    OR :t-need-separate = 'Y'
                    OR :t-need-reader = 'Y'
                    OR :t-need-computer = 'Y')
               AND (:t-need-reader = 'N'
                    OR r.room_reader = 'Y')
               AND (:t-need-computer = 'N'
                    OR r.room_computer = 'Y')
               AND (SELECT COUNT(*) FROM tbl_exam_seat s
                    WHERE s.exam_room_id = r.exam_room_id
                    AND s.occasion_id = :t-occasion-id)

           IF t-exam-room-id = ZERO
               ADD 1 TO wn-unplaced-cnt
               IF t-need-separate = 'Y'
                  OR t-need-reader = 'Y'
                  OR t-need-computer = 'Y'
                   ADD 1 TO wn-unplaced-adapted-cnt
               END-IF
           ELSE

               EXEC SQL

           .

       *>**************************************************
       B0225-get-student-needs.

           *> every accommodation valid on the exam date counts -
           *> a need flagged on any of them is a need
           MOVE 'N' TO t-need-separate
           MOVE 'N' TO t-need-reader
           MOVE 'N' TO t-need-computer

           EXEC SQL
               SELECT COALESCE(MAX(need_separate), 'N'),
                      COALESCE(MAX(need_reader), 'N'),
                      COALESCE(MAX(need_computer), 'N')
               INTO :t-need-separate, :t-need-reader,
                    :t-need-computer
               FROM tbl_exam_accommodation
               WHERE user_id = :t-user-id
               AND valid_from <= :t-exam-date
               AND valid_to >= :t-exam-date
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0290-write-audit-row.

