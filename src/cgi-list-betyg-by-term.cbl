           03  fc-sep-1                   PIC X.
           03  fc-course-term             PIC X(10).
           03  fc-sep-2                   PIC X.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-3                   PIC X.
           03  fc-course-name             PIC X(82).
           03  fc-sep-4                   PIC X.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-stat-record.
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_course-course_term      PIC  X(10).
           05  tbl_grade-grade_grade       PIC  X(40).

       *> table data
       01  wr-stat-record.
           05  wn-course_id          PIC  9(9)  VALUE ZERO.
           05  wc-course_name        PIC  X(40) VALUE SPACE.
           05  wc-course_term        PIC  X(10) VALUE SPACE.
           05  wc-grade_grade        PIC  X(40) VALUE SPACE.
       01 wc-dest-path               PIC  X(80) VALUE SPACE.

       *> current course/term combination being accumulated
       01 wn-prev-course-id          PIC  9(9) VALUE ZERO.
       01 wc-prev-course-name        PIC  X(40) VALUE SPACE.
       01 wc-prev-course-term        PIC  X(10) VALUE SPACE.

              IF is-first-row
                  PERFORM B0220-reset-course-counters
                  PERFORM B0225-reset-term-counters
                  MOVE 'N' TO is-first-row-switch
              END-IF

              MOVE wn-course_id TO wn-prev-course-id
