       *> only callers whose usertype holds the function may
       *> add a course - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  course-rec-vars.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-course-startdate     PIC  X(10) VALUE SPACE.
             05  t-course-enddate       PIC  X(10) VALUE SPACE.
             05  t-course-max-seats     PIC  9(4) VALUE ZERO.
             05  t-course-ort-id        PIC  9(4) VALUE ZERO.
             05  t-course-elective      PIC  X(01) VALUE 'N'.
             05  t-course-evening       PIC  X(01) VALUE 'N'.
             05  t-course-scale-id      PIC  9(4) VALUE 1.
             05  t-national-code        PIC  X(12) VALUE SPACE.
             05  t-course-fee           PIC  9(5) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wr-rec-vars.
             05  wn-course-id          PIC  9(9) VALUE ZERO.
             05  wc-course-name        PIC  X(40) VALUE SPACE.
             05  wc-course-startdate   PIC  X(10) VALUE SPACE.
             05  wc-course-enddate     PIC  X(10) VALUE SPACE.
             05  wn-course-max-seats   PIC  9(4) VALUE ZERO.
             05  wn-course-ort-id      PIC  9(4) VALUE ZERO.
             05  wc-course-elective    PIC  X(01) VALUE 'N'.
             05  wc-course-evening     PIC  X(01) VALUE 'N'.
             05  wn-course-scale-id    PIC  9(4) VALUE 1.
             05  wc-national-code      PIC  X(12) VALUE SPACE.
             05  wn-course-fee         PIC  9(5) VALUE ZERO.
               MOVE 'Y' TO wc-course-elective
           END-IF

           *> an evening course gives its students evening door
           *> access only (optional - defaults N)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_evening' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF FUNCTION TRIM(wc-post-value) = 'Y'
               MOVE 'Y' TO wc-course-evening
           END-IF

           *> which grading scale the course reports in
           *> (optional - defaults to 1, the A-F letter scale)
           MOVE ZERO TO wn-rtn-code
           MOVE wn-course-max-seats TO t-course-max-seats
           MOVE wn-course-ort-id TO t-course-ort-id
           MOVE wc-course-elective TO t-course-elective
           MOVE wc-course-evening TO t-course-evening
           MOVE wn-course-scale-id TO t-course-scale-id
           MOVE wc-national-code TO t-national-code
           MOVE wn-course-fee TO t-course-fee
                course_enddate, program_id, course_term,
                course_points, course_max_seats, ort_id,
                course_elective, scale_id, national_code,
                course_fee, course_evening)
               VALUES (:t-course-id, :t-course-name,
                       :t-course-startdate, :t-course-enddate,
                       :t-course-program-id, :t-course-term,
                       :t-course-points, :t-course-max-seats,
                       :t-course-ort-id, :t-course-elective,
                       :t-course-scale-id, :t-national-code,
                       :t-course-fee, :t-course-evening)
           END-EXEC

           IF  sqlcode NOT = zero
