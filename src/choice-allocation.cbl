       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Allocation of a course-choice round
       *>          (kursval, tbl_choice_round) after its
       *>          deadline. OJ_CHOICE_ROUND names the round and
       *>          OJ_CHOICE_MODE what to do with it:
       *>          ALLOCATE (the default) goes rank by rank -
       *>          every student's first choices before anyone's
       *>          second - and gives each student one of their
       *>          electives that has a seat left under
       *>          course_max_seats and whose prerequisites they
       *>          meet, the rule cgi-self-enrollment applies.
       *>          The order inside a rank is the round's
       *>          priority - students whose program requires
       *>          the course first when req_priority is 'Y' -
       *>          and then the draw, an md5 of the round's
       *>          draw_seed and the user_id, so a rerun with the
       *>          same seed gives the same result. A student left
       *>          without a course gets a course_id 0 row for
       *>          cgi-list-choice-unallocated. Until published
       *>          the allocation can be rerun; each run starts
       *>          over. PUBLISH turns the allocation into
       *>          tbl_enrollment rows, with the material-fee
       *>          charge and off any waiting list for the
       *>          course, and tells every student the result in
       *>          a tbl_notification. Run from the command line.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>       0.3: Prerequisites need an attested grade.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. choice-allocation.
       *>**************************************************
       DATA DIVISION.
       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-valid-mode-switch        PIC X   VALUE 'N'.
                88  is-valid-mode                   VALUE 'Y'.
            03  is-round-ready-switch       PIC X   VALUE 'N'.
                88  is-round-ready                  VALUE 'Y'.
            03  is-seat-free-switch         PIC X   VALUE 'N'.
                88  is-seat-free                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  round-vars.
             05  t-round-id            PIC  9(9)  VALUE ZERO.
             05  t-round-name          PIC  X(40) VALUE SPACE.
             05  t-choice-cnt          PIC  9(1)  VALUE ZERO.
             05  t-choice-deadline     PIC  X(10) VALUE SPACE.
             05  t-round-status        PIC  X(1)  VALUE SPACE.
             05  t-today-date          PIC  X(10) VALUE SPACE.
       01  choice-vars.
             05  t-choice-rank         PIC  9(1)  VALUE ZERO.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-course-id           PIC  9(9)  VALUE ZERO.
             05  t-max-seats           PIC  9(4)  VALUE ZERO.
             05  t-alloc-priority      PIC  9(1)  VALUE ZERO.
       01  check-vars.
             05  t-enrolled-cnt        PIC  9(4)  VALUE ZERO.
             05  t-prereq-missing-cnt  PIC  9(4)  VALUE ZERO.
             05  t-taken-cnt           PIC  9(4)  VALUE ZERO.
             05  t-none-cnt            PIC  9(6)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> the changes are made by the run, not by a user - the
       *> change events carry changed_by 0
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> steering
       01  wc-round-env             PIC X(9)  VALUE SPACE.
       01  wc-mode                  PIC X(8)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.

       *> per-run counters - allocated per choice rank
       01  wn-rank                  PIC 9(1)  VALUE ZERO.
       01  rank-counters.
           05  wn-rank-cnt          PIC 9(6)  OCCURS 5 VALUE ZERO.
       01  wn-allocated-cnt         PIC 9(6)  VALUE ZERO.
       01  wn-full-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-prereq-cnt            PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** choice-allocation: started ***'

           PERFORM A0100-init

           IF is-valid-mode
               PERFORM B0100-connect
           END-IF

           IF is-db-connected
               PERFORM B0200-check-round
               IF is-round-ready
                   IF wc-mode = 'PUBLISH'
                       PERFORM B0400-publish
                   ELSE
                       PERFORM B0300-allocate
                   END-IF
                   IF NOT is-sql-error
                       PERFORM B0790-commit-work
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** choice-allocation: finished with '
                       'errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF is-round-ready
                   PERFORM C0100-report
               END-IF
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO t-today-date
           END-STRING

           ACCEPT wc-round-env FROM ENVIRONMENT 'OJ_CHOICE_ROUND'
           IF wc-round-env NOT = SPACE
              AND FUNCTION TRIM(wc-round-env) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-round-env) TO t-round-id
           END-IF

           ACCEPT wc-mode FROM ENVIRONMENT 'OJ_CHOICE_MODE'
           MOVE FUNCTION UPPER-CASE(wc-mode) TO wc-mode
           IF wc-mode = SPACE
               MOVE 'ALLOCATE' TO wc-mode
           END-IF

           IF t-round-id = ZERO
               DISPLAY '*** choice-allocation: OJ_CHOICE_ROUND '
                       'not set ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF wc-mode = 'ALLOCATE' OR wc-mode = 'PUBLISH'
                   SET is-valid-mode TO TRUE
               ELSE
                   DISPLAY '*** choice-allocation: OJ_CHOICE_MODE '
                           'is ALLOCATE or PUBLISH ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
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
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** choice-allocation: refused - ids '
                            'in ' FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0200-check-round.

           EXEC SQL
               SELECT round_name, choice_cnt, choice_deadline,
                      round_status
               INTO :t-round-name, :t-choice-cnt,
                    :t-choice-deadline, :t-round-status
               FROM tbl_choice_round
               WHERE round_id = :t-round-id
           END-EXEC

           *> the students choose until the deadline; allocated
           *> may be allocated again, published is final
           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   DISPLAY '*** choice-allocation: refused - no '
                           'round ' t-round-id ' ***'
                   MOVE 8 TO RETURN-CODE
               WHEN t-today-date <= t-choice-deadline
                   DISPLAY '*** choice-allocation: refused - the '
                           'deadline ' t-choice-deadline
                           ' is not past ***'
                   MOVE 8 TO RETURN-CODE
               WHEN t-round-status = 'P'
                   DISPLAY '*** choice-allocation: refused - '
                           'round ' t-round-id
                           ' is already published ***'
                   MOVE 8 TO RETURN-CODE
               WHEN wc-mode = 'PUBLISH' AND t-round-status NOT = 'A'
                   DISPLAY '*** choice-allocation: refused - '
                           'round ' t-round-id
                           ' is not allocated yet ***'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET is-round-ready TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       B0300-allocate.

           *> every run starts over from the students' choices
           EXEC SQL
               DELETE FROM tbl_choice_allocation
               WHERE round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           PERFORM B0310-allocate-rank
               VARYING wn-rank FROM 1 BY 1
               UNTIL wn-rank > t-choice-cnt
                  OR is-sql-error

           IF NOT is-sql-error
               PERFORM B0350-record-unallocated
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   UPDATE tbl_choice_round
                   SET round_status = 'A'
                   WHERE round_id = :t-round-id
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0310-allocate-rank.

           MOVE wn-rank TO t-choice-rank

           *> this rank's choice of every student still without
           *> a course, in priority and then draw order - a
           *> student who has left takes no seat
           EXEC SQL
               DECLARE curschoice CURSOR FOR
               SELECT ch.user_id, ch.course_id,
                      c.course_max_seats,
                      CASE WHEN r.req_priority = 'Y'
                            AND EXISTS
                                (SELECT 1
                                 FROM tbl_program_requirement pr
                                 WHERE pr.program_id = u.user_program
                                 AND pr.course_id = ch.course_id)
                           THEN 1 ELSE 2 END
               FROM tbl_course_choice ch
               INNER JOIN tbl_choice_round r
                   ON r.round_id = ch.round_id
               INNER JOIN tbl_user u
                   ON u.user_id = ch.user_id
               INNER JOIN tbl_course c
                   ON c.course_id = ch.course_id
               WHERE ch.round_id = :t-round-id
               AND ch.choice_rank = :t-choice-rank
               AND u.user_status = 'A'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_choice_allocation a
                    WHERE a.round_id = ch.round_id
                    AND a.user_id = ch.user_id)
               ORDER BY 4,
                        MD5(CAST(r.draw_seed AS VARCHAR) || '-'
                            || CAST(ch.user_id AS VARCHAR)),
                        ch.user_id
           END-EXEC

           EXEC SQL
               OPEN curschoice
           END-EXEC

           EXEC SQL
               FETCH curschoice INTO :t-user-id, :t-course-id,
                                     :t-max-seats,
                                     :t-alloc-priority
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0320-try-choice

               EXEC SQL
                   FETCH curschoice INTO :t-user-id, :t-course-id,
                                         :t-max-seats,
                                         :t-alloc-priority
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curschoice
           END-EXEC

           .

       *>**************************************************
       B0320-try-choice.

           MOVE 'N' TO is-seat-free-switch

           *> already on the course - the choice is met as it is
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-enrolled-cnt
               FROM tbl_enrollment
               WHERE user_id = :t-user-id
               AND course_id = :t-course-id
           END-EXEC

           IF t-enrolled-cnt > ZERO
               SET is-seat-free TO TRUE
           ELSE
               PERFORM B0330-check-prerequisites
               IF t-prereq-missing-cnt > ZERO
                   ADD 1 TO wn-prereq-cnt
               ELSE
                   PERFORM B0340-check-seats
               END-IF
           END-IF

           IF is-seat-free
               EXEC SQL
                   INSERT INTO tbl_choice_allocation
                   (round_id, user_id, course_id, choice_rank,
                    alloc_priority)
                   VALUES (:t-round-id, :t-user-id, :t-course-id,
                           :t-choice-rank, :t-alloc-priority)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    ADD 1 TO wn-rank-cnt(wn-rank)
                    ADD 1 TO wn-allocated-cnt
               END-IF
           END-IF

           .

       *>**************************************************
       B0330-check-prerequisites.

           *> every prerequisite of the course must have an
           *> attested passing grade on the student's record -
           *> same rule as cgi-self-enrollment
           EXEC SQL
               SELECT COUNT(*)
               INTO :t-prereq-missing-cnt
               FROM tbl_course_prereq p
               WHERE p.course_id = :t-course-id
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_grade g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = p.prereq_course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0340-check-seats.

           *> a zero cap means the course is uncapped; otherwise
           *> the seats go to those already on the course and to
           *> this round's allocations so far
           IF t-max-seats = ZERO
               SET is-seat-free TO TRUE
           ELSE
               EXEC SQL
                   SELECT
                     (SELECT COUNT(*) FROM tbl_enrollment e
                      WHERE e.course_id = :t-course-id)
                     + (SELECT COUNT(*) FROM tbl_choice_allocation a
                        WHERE a.round_id = :t-round-id
                        AND a.course_id = :t-course-id
                        AND NOT EXISTS
                            (SELECT 1 FROM tbl_enrollment e
                             WHERE e.user_id = a.user_id
                             AND e.course_id = a.course_id))
                   INTO :t-taken-cnt
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    IF t-taken-cnt < t-max-seats
                        SET is-seat-free TO TRUE
                    ELSE
                        ADD 1 TO wn-full-cnt
                    END-IF
               END-IF
           END-IF

           .

       *>**************************************************
       B0350-record-unallocated.

           *> the study counsellor's list - chose, but got none
           EXEC SQL
               INSERT INTO tbl_choice_allocation
               (round_id, user_id, course_id, choice_rank,
                alloc_priority)
               SELECT DISTINCT ch.round_id, ch.user_id, 0, 0, 2
               FROM tbl_course_choice ch
               INNER JOIN tbl_user u
                   ON u.user_id = ch.user_id
               WHERE ch.round_id = :t-round-id
               AND u.user_status = 'A'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_choice_allocation a
                    WHERE a.round_id = ch.round_id
                    AND a.user_id = ch.user_id)
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-none-cnt
               FROM tbl_choice_allocation
               WHERE round_id = :t-round-id
               AND course_id = 0
           END-EXEC

           .

       *>**************************************************
       B0400-publish.

           *> the material fee, as cgi-self-enrollment books it -
           *> before the enrollment rows, so a student already
           *> on the course is not charged twice
           EXEC SQL
               INSERT INTO tbl_charge
               (charge_id, user_id, course_id, charge_amount)
               SELECT nextval('tbl_charge_charge_id_seq'),
                      a.user_id, a.course_id, c.course_fee
               FROM tbl_choice_allocation a
               INNER JOIN tbl_course c
                   ON c.course_id = a.course_id
               WHERE a.round_id = :t-round-id
               AND a.course_id <> 0
               AND c.course_fee > 0
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_enrollment e
                    WHERE e.user_id = a.user_id
                    AND e.course_id = a.course_id)
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           *> one enrollment event per student newly on a course,
           *> for the systems that follow enrollments - likewise
           *> before the rows, to tell the new from the present
           EXEC SQL
               INSERT INTO tbl_change_event
               (event_id, event_kind, event_action, event_key,
                user_id, changed_by)
               SELECT nextval('tbl_change_event_event_id_seq'),
                      'enrollment', 'ADD',
                      'user_id=' || LPAD(CAST(a.user_id AS TEXT),
                                         9, '0')
                      || ' course_id=' ||
                      LPAD(CAST(a.course_id AS TEXT), 9, '0'),
                      a.user_id, :wn-requesting-user-id
               FROM tbl_choice_allocation a
               WHERE a.round_id = :t-round-id
               AND a.course_id <> 0
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_enrollment e
                    WHERE e.user_id = a.user_id
                    AND e.course_id = a.course_id)
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               INSERT INTO tbl_enrollment (user_id, course_id)
               SELECT a.user_id, a.course_id
               FROM tbl_choice_allocation a
               WHERE a.round_id = :t-round-id
               AND a.course_id <> 0
               ON CONFLICT (user_id, course_id) DO NOTHING
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           *> and off the waiting list for a course now theirs
           EXEC SQL
               DELETE FROM tbl_waitlist w
               USING tbl_choice_allocation a
               WHERE a.round_id = :t-round-id
               AND w.user_id = a.user_id
               AND w.course_id = a.course_id
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           PERFORM B0410-notify-students

           IF NOT is-sql-error
               EXEC SQL
                   UPDATE tbl_choice_round
                   SET round_status = 'P'
                   WHERE round_id = :t-round-id
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE course_id = 0)
               INTO :t-taken-cnt, :t-none-cnt
               FROM tbl_choice_allocation
               WHERE round_id = :t-round-id
           END-EXEC

           COMPUTE wn-allocated-cnt = t-taken-cnt - t-none-cnt

           .

       *>**************************************************
       B0410-notify-students.

           *> the result in the student's own language - the
           *> course and which of their choices it was, or that
           *> none could be met
           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category,
                template_key, template_version)
               SELECT
                   nextval('tbl_notification_notification_id_seq'),
                      a.user_id,
                      LEFT(REPLACE(REPLACE(REPLACE(t.template_body,
                           '{text}', TRIM(r.round_name)),
                           '{kurs}', TRIM(COALESCE(c.course_name,
                                                   ''))),
                           '{antal}', CAST(a.choice_rank AS VARCHAR)),
                           80),
                      'other', t.template_key, t.template_version
               FROM tbl_choice_allocation a
               INNER JOIN tbl_choice_round r
                   ON r.round_id = a.round_id
               INNER JOIN tbl_user u
                   ON u.user_id = a.user_id
               LEFT JOIN tbl_course c
                   ON c.course_id = a.course_id
               CROSS JOIN LATERAL
                   (SELECT m.template_key, m.template_body,
                           m.template_version
                    FROM tbl_message_template m
                    WHERE m.template_key =
                          CASE WHEN a.course_id = 0
                               THEN 'choice-none'
                               ELSE 'choice-allocated' END
                    AND m.template_lang IN (u.user_language, 'sv')
                    ORDER BY CASE WHEN m.template_lang
                                       = u.user_language
                                  THEN 0 ELSE 1 END,
                             m.template_version DESC
                    LIMIT 1) t
               WHERE a.round_id = :t-round-id
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0790-commit-work.

           *>  the whole round goes in together
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-report.

           DISPLAY '*** choice-allocation: ' FUNCTION TRIM(wc-mode)
                   ' done for round ' t-round-id ' '
                   FUNCTION TRIM(t-round-name) ' ***'
           DISPLAY '    allocated ' wn-allocated-cnt
                   ' none of their choices ' t-none-cnt

           IF wc-mode = 'ALLOCATE'
               PERFORM C0110-report-rank
                   VARYING wn-rank FROM 1 BY 1
                   UNTIL wn-rank > t-choice-cnt
               DISPLAY '    passed over: course full ' wn-full-cnt
                       ' prerequisites missing ' wn-prereq-cnt
           END-IF

           .

       *>**************************************************
       C0110-report-rank.

           DISPLAY '    choice ' wn-rank ': ' wn-rank-cnt(wn-rank)

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
