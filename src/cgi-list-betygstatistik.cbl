       01  fd-fileout-post.
           03  fc-row-type                PIC X(1).
           03  fc-sep-1                   PIC X.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-2                   PIC X.
           03  fc-course-name             PIC X(82).
           03  fc-sep-3                   PIC X.
       01  fd-fileout-suppr.
           03  fs-row-type                PIC X(1).
           03  fs-sep-1                   PIC X.
           03  fs-course-id               PIC 9(9).
           03  fs-sep-2                   PIC X.
           03  fs-course-name             PIC X(82).
           03  fs-sep-3                   PIC X.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *>
       01  tbl-stat-record.
           05  tbl_course-course_id        PIC  9(9).
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_grade-grade_grade       PIC  X(40).
           05  tbl_grade-grade_status      PIC  X(01).

       *> table data
       01  wr-stat-record.
           05  wn-course_id          PIC  9(9)  VALUE ZERO.
           05  wc-course_name        PIC  X(40) VALUE SPACE.
           05  wc-grade_grade        PIC  X(40) VALUE SPACE.
           05  wc-grade_status       PIC  X(01) VALUE 'G'.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       *> aggregate cells under the privacy floor print as
       *> suppressed, never as a count (MIN_GROUP, default 5)
       01  wc-min-group-env         PIC X(4)  VALUE SPACE.
       01  wn-min-group             PIC 9(3)  VALUE 5.

       01 wc-dest-path               PIC  X(80) VALUE SPACE.

       *> current course being accumulated
       01 wn-prev-course-id          PIC  9(9) VALUE ZERO.
       01 wc-prev-course-name        PIC  X(40) VALUE SPACE.
       01 wc-prev-scale-name         PIC  X(20) VALUE SPACE.

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.

           .

       *>**************************************************
       B0110-read-settings.

           *> the privacy floor for aggregate cells
           MOVE 'MIN_GROUP' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-min-group-env
           IF wc-min-group-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-min-group-env)
                    TO wn-min-group
           END-IF

           .

       *>**************************************************
       B0200-build-statistics.


              IF is-first-row
                  PERFORM B0220-reset-course-counters
                  MOVE 'N' TO is-first-row-switch
              END-IF

              MOVE wn-course_id TO wn-prev-course-id
