       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Course-book purchasing list for the term in
       *>          OJ_BOOK_TERM, optionally for one site
       *>          (OJ_BOOK_SITE = ort_id). Per course of the term
       *>          with books linked to its national code
       *>          (cgi-set-course-book) the expected head count
       *>          is the enrolled students, the waiting list and
       *>          the study plans for the term not yet on either,
       *>          weighed by the course's plan-to-enrollment rate
       *>          exactly as demand-forecast weighs them - kept
       *>          in tbl_book_demand. Per site and title the
       *>          copies needed are set against the copies on
       *>          the shelf (tbl_book_copy in stock and not out
       *>          on an open tbl_equipment_loan, overdue or not)
       *>          and those already handed to the course's
       *>          students; the rest is the order, written to
       *>          ../data/course-book-order.txt. Once the term
       *>          has started, ../data/course-book-handout.txt
       *>          lists every enrolled student still short of a
       *>          book, with how many copies to hand out.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. course-book-order.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT fileout ASSIGN TO
              '../data/course-book-order.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT handoutfile ASSIGN TO
              '../data/course-book-handout.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  fileout.
       01  fc-report-line              PIC X(200).

       FD  handoutfile.
       01  fc-handout-line             PIC X(200).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-term-found-switch        PIC X   VALUE 'N'.
                88  is-term-found                   VALUE 'Y'.
            03  is-term-started-switch      PIC X   VALUE 'N'.
                88  is-term-started                 VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  demand-rec-vars.
             05  t-course-id           PIC  9(9).
             05  t-ort-id              PIC  9(4).
             05  t-national-code       PIC  X(12).
             05  t-enrolled-cnt        PIC  9(5).
             05  t-waitlist-cnt        PIC  9(5).
             05  t-planned-cnt         PIC  9(5).
             05  t-hist-planned        PIC  9(7).
             05  t-hist-converted      PIC  9(7).
             05  t-conv-pct            PIC  9(3).
             05  t-expected-cnt        PIC  9(5).
       01  order-rec-vars.
             05  t-site-name           PIC  X(40).
             05  t-book-isbn           PIC  X(20).
             05  t-book-title          PIC  X(40).
             05  t-needed-cnt          PIC  9(6).
             05  t-shelf-cnt           PIC  9(6).
             05  t-handed-cnt          PIC  9(6).
       01  handout-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-missing-cnt         PIC  9(2).
       01  wc-book-term               PIC  X(10) VALUE SPACE.
       01  wn-book-site               PIC  9(4)  VALUE ZERO.
       01  wc-term-start              PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> steering
       01  wc-term-env              PIC X(10) VALUE SPACE.
       01  wc-site-env              PIC X(5)  VALUE SPACE.

       *> today, against the term's start date
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-today-date            PIC X(10) VALUE SPACE.

       *> the order arithmetic
       01  wn-order-cnt             PIC 9(6)  VALUE ZERO.

       *> quoted names for the delimited files
       01  wn-rtn-code              PIC S99   VALUE ZERO.
       01  wc-quoted-value          PIC X(82) VALUE SPACE.
       01  wc-quoted-second         PIC X(82) VALUE SPACE.

       *> per-run counters
       01  wn-course-cnt            PIC 9(4)  VALUE ZERO.
       01  wn-title-cnt             PIC 9(4)  VALUE ZERO.
       01  wn-ordered-total         PIC 9(7)  VALUE ZERO.
       01  wn-handout-cnt           PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** course-book-order: started ***'

           PERFORM A0100-init

           IF wc-book-term = SPACE
               DISPLAY '*** OJ_BOOK_TERM not set -'
                       ' nothing to do ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0150-check-term
               IF is-term-found
                   PERFORM B0200-count-demand
                   IF NOT is-sql-error
                       PERFORM B0900-commit-work
                       OPEN OUTPUT fileout
                       PERFORM B0300-write-order-list
                       CLOSE fileout
                       OPEN OUTPUT handoutfile
                       PERFORM B0400-write-handout-list
                       CLOSE handoutfile
                   END-IF
               END-IF
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** course-book-order: '
                   wn-course-cnt ' courses, '
                   wn-title-cnt ' titles, '
                   wn-ordered-total ' copies to order, '
                   wn-handout-cnt ' hand-outs ***'

           IF is-sql-error OR NOT is-term-found
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           ACCEPT wc-term-env FROM ENVIRONMENT
                  'OJ_BOOK_TERM'
           MOVE wc-term-env TO wc-book-term

           *> one site, or every site when left out
           ACCEPT wc-site-env FROM ENVIRONMENT
                  'OJ_BOOK_SITE'
           IF wc-site-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-site-env) TO wn-book-site
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

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
           END-IF

           .

       *>**************************************************
       B0150-check-term.

           EXEC SQL
               SELECT term_startdate
               INTO :wc-term-start
               FROM tbl_term
               WHERE term_code = :wc-book-term
           END-EXEC

           IF sqlcode = zero
               SET is-term-found TO TRUE
               IF wc-term-start NOT = SPACE
                  AND wc-today-date >= wc-term-start
                   SET is-term-started TO TRUE
               END-IF
           ELSE
               DISPLAY '*** course-book-order: term '
                       FUNCTION TRIM(wc-book-term)
                       ' not in tbl_term ***'
           END-IF

           .

       *>**************************************************
       B0200-count-demand.

           *> the head count is recounted from scratch every run
           EXEC SQL
               DELETE FROM tbl_book_demand
               WHERE term_code = :wc-book-term
               AND (:wn-book-site = 0 OR ort_id = :wn-book-site)
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           *> every course of the term that needs a book, with
           *> its seats taken, its queue, the plans still open
           *> and the plan-to-enrollment history demand-forecast
           *> judges by
           EXEC SQL
               DECLARE cursbookdemand CURSOR FOR
               SELECT c.course_id, c.ort_id, c.national_code,
                      CAST((SELECT COUNT(*)
                            FROM tbl_enrollment e
                            WHERE e.course_id = c.course_id)
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_waitlist w
                            WHERE w.course_id = c.course_id)
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_study_plan p
                            WHERE p.course_id = c.course_id
                            AND p.target_term = :wc-book-term
                            AND NOT EXISTS
                                (SELECT 1 FROM tbl_enrollment e2
                                 WHERE e2.user_id = p.user_id
                                 AND e2.course_id = p.course_id)
                            AND NOT EXISTS
                                (SELECT 1 FROM tbl_waitlist w2
                                 WHERE w2.user_id = p.user_id
                                 AND w2.course_id = p.course_id))
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_study_plan h
                            WHERE h.course_id = c.course_id
                            AND h.target_term <> :wc-book-term)
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_study_plan h2
                            INNER JOIN tbl_enrollment e3
                            ON e3.user_id = h2.user_id
                            AND e3.course_id = h2.course_id
                            WHERE h2.course_id = c.course_id
                            AND h2.target_term <> :wc-book-term)
                           AS INTEGER)
               FROM tbl_course c
               WHERE c.course_term = :wc-book-term
               AND (:wn-book-site = 0 OR c.ort_id = :wn-book-site)
               AND EXISTS
                   (SELECT 1 FROM tbl_course_book cb
                    WHERE cb.national_code = c.national_code)
               ORDER BY c.course_id
           END-EXEC

           EXEC SQL
               OPEN cursbookdemand
           END-EXEC

           EXEC SQL
               FETCH cursbookdemand INTO :t-course-id,
                                         :t-ort-id,
                                         :t-national-code,
                                         :t-enrolled-cnt,
                                         :t-waitlist-cnt,
                                         :t-planned-cnt,
                                         :t-hist-planned,
                                         :t-hist-converted
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-store-one-course

               EXEC SQL
                   FETCH cursbookdemand INTO :t-course-id,
                                             :t-ort-id,
                                             :t-national-code,
                                             :t-enrolled-cnt,
                                             :t-waitlist-cnt,
                                             :t-planned-cnt,
                                             :t-hist-planned,
                                             :t-hist-converted
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursbookdemand
           END-EXEC

           .

       *>**************************************************
       B0210-store-one-course.

           *> with no history, assume every planner shows up
           IF t-hist-planned > ZERO
               COMPUTE t-conv-pct =
                   (t-hist-converted * 100) / t-hist-planned
           ELSE
               MOVE 100 TO t-conv-pct
           END-IF

           COMPUTE t-expected-cnt = t-enrolled-cnt + t-waitlist-cnt
               + (t-planned-cnt * t-conv-pct) / 100

           EXEC SQL
               INSERT INTO tbl_book_demand
               (term_code, course_id, ort_id, national_code,
                enrolled_cnt, waitlist_cnt, planned_cnt, conv_pct,
                expected_cnt)
               VALUES (:wc-book-term, :t-course-id, :t-ort-id,
                       :t-national-code, :t-enrolled-cnt,
                       :t-waitlist-cnt, :t-planned-cnt,
                       :t-conv-pct, :t-expected-cnt)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-course-cnt
           END-IF

           .

       *>**************************************************
       B0300-write-order-list.

           *> per site and title: copies the expected students
           *> need, copies on the shelf, copies the course's
           *> students already hold
           EXEC SQL
               DECLARE cursbookorder CURSOR FOR
               SELECT d.ort_id, COALESCE(o.enhetsnamn, '-'),
                      b.book_isbn, b.book_title,
                      CAST(SUM(d.expected_cnt * cb.book_copies)
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_book_copy k
                            WHERE k.book_id = b.book_id
                            AND k.ort_id = d.ort_id
                            AND k.copy_status = 'A'
                            AND NOT EXISTS
                                (SELECT 1 FROM tbl_equipment_loan l
                                 WHERE l.item_type = 'bok'
                                 AND l.item_identifier =
                                     k.copy_identifier
                                 AND l.returned_date = ''))
                           AS INTEGER),
                      CAST((SELECT COUNT(*)
                            FROM tbl_book_copy k2
                            INNER JOIN tbl_equipment_loan l2
                            ON l2.item_type = 'bok'
                            AND l2.item_identifier =
                                k2.copy_identifier
                            AND l2.returned_date = ''
                            WHERE k2.book_id = b.book_id
                            AND k2.copy_status = 'A'
                            AND l2.user_id IN
                                (SELECT e.user_id
                                 FROM tbl_enrollment e
                                 INNER JOIN tbl_book_demand d2
                                 ON d2.course_id = e.course_id
                                 INNER JOIN tbl_course_book cb2
                                 ON cb2.national_code =
                                    d2.national_code
                                 WHERE d2.term_code = :wc-book-term
                                 AND d2.ort_id = d.ort_id
                                 AND cb2.book_id = b.book_id))
                           AS INTEGER)
               FROM tbl_book_demand d
               INNER JOIN tbl_course_book cb
               ON cb.national_code = d.national_code
               INNER JOIN tbl_book_title b
               ON b.book_id = cb.book_id
               LEFT JOIN t_ort o
               ON o.ort_id = d.ort_id
               WHERE d.term_code = :wc-book-term
               AND (:wn-book-site = 0 OR d.ort_id = :wn-book-site)
               GROUP BY d.ort_id, o.enhetsnamn, b.book_id,
                        b.book_isbn, b.book_title
               ORDER BY 2, 4
           END-EXEC

           EXEC SQL
               OPEN cursbookorder
           END-EXEC

           MOVE SPACE TO fc-report-line
           STRING 'SITE;ISBN;TITLE;NEEDED;ON-SHELF;HANDED-OUT;'
                  'TO-ORDER (term '
                  FUNCTION TRIM(wc-book-term) ')'
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           EXEC SQL
               FETCH cursbookorder INTO :t-ort-id,
                                        :t-site-name,
                                        :t-book-isbn,
                                        :t-book-title,
                                        :t-needed-cnt,
                                        :t-shelf-cnt,
                                        :t-handed-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-write-one-title

               EXEC SQL
                   FETCH cursbookorder INTO :t-ort-id,
                                            :t-site-name,
                                            :t-book-isbn,
                                            :t-book-title,
                                            :t-needed-cnt,
                                            :t-shelf-cnt,
                                            :t-handed-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursbookorder
           END-EXEC

           .

       *>**************************************************
       B0310-write-one-title.

           IF t-needed-cnt > t-shelf-cnt + t-handed-cnt
               COMPUTE wn-order-cnt =
                   t-needed-cnt - t-shelf-cnt - t-handed-cnt
           ELSE
               MOVE ZERO TO wn-order-cnt
           END-IF

           CALL 'csv-quote-field' USING wn-rtn-code
                t-site-name wc-quoted-value
           CALL 'csv-quote-field' USING wn-rtn-code
                t-book-title wc-quoted-second

           MOVE SPACE TO fc-report-line
           STRING FUNCTION TRIM(wc-quoted-value) ';'
                  FUNCTION TRIM(t-book-isbn) ';'
                  FUNCTION TRIM(wc-quoted-second) ';'
                  t-needed-cnt ';'
                  t-shelf-cnt ';'
                  t-handed-cnt ';'
                  wn-order-cnt
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           ADD 1 TO wn-title-cnt
           ADD wn-order-cnt TO wn-ordered-total

           .

       *>**************************************************
       B0400-write-handout-list.

           MOVE SPACE TO fc-handout-line
           STRING 'SITE;USER_ID;NAME;ISBN;TITLE;TO-HAND-OUT (term '
                  FUNCTION TRIM(wc-book-term) ')'
                  DELIMITED BY SIZE INTO fc-handout-line
           END-STRING
           WRITE fc-handout-line

           *> before the start the list stays empty - the
           *> order list is what counts then
           IF NOT is-term-started
               MOVE SPACE TO fc-handout-line
               STRING 'Terminen börjar '
                      FUNCTION TRIM(wc-term-start)
                      ' - inga utlämningar än'
                      DELIMITED BY SIZE INTO fc-handout-line
               END-STRING
               WRITE fc-handout-line
           ELSE
               PERFORM B0410-list-short-students
           END-IF

           .

       *>**************************************************
       B0410-list-short-students.

           *> a student taking two courses with the same book
           *> needs it once - the larger copy count of the two -
           *> less the copies of it already lent to them
           EXEC SQL
               DECLARE curshandout CURSOR FOR
               SELECT s.ort_id, COALESCE(o.enhetsnamn, '-'),
                      s.user_id, u.user_firstname,
                      u.user_lastname, b.book_isbn, b.book_title,
                      CAST(s.need_cnt -
                           (SELECT COUNT(*)
                            FROM tbl_equipment_loan l
                            INNER JOIN tbl_book_copy k
                            ON k.copy_identifier = l.item_identifier
                            WHERE l.item_type = 'bok'
                            AND l.returned_date = ''
                            AND l.user_id = s.user_id
                            AND k.book_id = s.book_id)
                           AS INTEGER)
               FROM (SELECT c.ort_id, e.user_id, cb.book_id,
                            MAX(cb.book_copies) AS need_cnt
                     FROM tbl_enrollment e
                     INNER JOIN tbl_course c
                     ON c.course_id = e.course_id
                     INNER JOIN tbl_course_book cb
                     ON cb.national_code = c.national_code
                     WHERE c.course_term = :wc-book-term
                     AND (:wn-book-site = 0
                          OR c.ort_id = :wn-book-site)
                     GROUP BY c.ort_id, e.user_id, cb.book_id) s
               INNER JOIN tbl_user u
               ON u.user_id = s.user_id
               INNER JOIN tbl_book_title b
               ON b.book_id = s.book_id
               LEFT JOIN t_ort o
               ON o.ort_id = s.ort_id
               WHERE s.need_cnt >
                     (SELECT COUNT(*)
                      FROM tbl_equipment_loan l2
                      INNER JOIN tbl_book_copy k2
                      ON k2.copy_identifier = l2.item_identifier
                      WHERE l2.item_type = 'bok'
                      AND l2.returned_date = ''
                      AND l2.user_id = s.user_id
                      AND k2.book_id = s.book_id)
               ORDER BY 2, 5, 4, 7
           END-EXEC

           EXEC SQL
               OPEN curshandout
           END-EXEC

           EXEC SQL
               FETCH curshandout INTO :t-ort-id,
                                      :t-site-name,
                                      :t-user-id,
                                      :t-user-firstname,
                                      :t-user-lastname,
                                      :t-book-isbn,
                                      :t-book-title,
                                      :t-missing-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0420-write-one-handout

               EXEC SQL
                   FETCH curshandout INTO :t-ort-id,
                                          :t-site-name,
                                          :t-user-id,
                                          :t-user-firstname,
                                          :t-user-lastname,
                                          :t-book-isbn,
                                          :t-book-title,
                                          :t-missing-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curshandout
           END-EXEC

           .

       *>**************************************************
       B0420-write-one-handout.

           CALL 'csv-quote-field' USING wn-rtn-code
                t-site-name wc-quoted-value
           CALL 'csv-quote-field' USING wn-rtn-code
                t-book-title wc-quoted-second

           MOVE SPACE TO fc-handout-line
           STRING FUNCTION TRIM(wc-quoted-value) ';'
                  t-user-id ';'
                  FUNCTION TRIM(t-user-firstname) ' '
                  FUNCTION TRIM(t-user-lastname) ';'
                  FUNCTION TRIM(t-book-isbn) ';'
                  FUNCTION TRIM(wc-quoted-second) ';'
                  t-missing-cnt
                  DELIMITED BY SIZE INTO fc-handout-line
           END-STRING
           WRITE fc-handout-line

           ADD 1 TO wn-handout-cnt

           .

       *>**************************************************
       B0900-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
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
