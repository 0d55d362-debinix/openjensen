       *> Created: 2026-08-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Guaranteed teaching hours (guaranteed_hours).
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-edit-course.
       *> a course - resolved from the posted session token on
       *> every call
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *>#######################################################
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  course-rec-vars.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-course-startdate     PIC  X(10) VALUE SPACE.
             05  t-course-enddate       PIC  X(10) VALUE SPACE.
             05  t-course-scale-id      PIC  9(4) VALUE 1.
             05  t-national-code        PIC  X(12) VALUE SPACE.
             05  t-course-fee           PIC  9(5) VALUE ZERO.
             05  t-course-evening       PIC  X(01) VALUE 'N'.
             05  t-course-guaranteed    PIC  9(5) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> a picked national code must exist in the catalog, and
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wr-course-rec-vars.
             05  wn-course-id            PIC  9(9) VALUE ZERO.
             05  wc-course-name          PIC  X(40) VALUE SPACE.
             05  wc-course-startdate     PIC  X(10) VALUE SPACE.
             05  wc-course-enddate       PIC  X(10) VALUE SPACE.
             05  wn-course-scale-id      PIC  9(4) VALUE ZERO.
             05  wc-national-code        PIC  X(12) VALUE SPACE.
             05  wn-course-fee           PIC  9(5) VALUE ZERO.
             05  wc-course-evening       PIC  X(01) VALUE SPACE.
             05  wn-course-guaranteed    PIC  9(5) VALUE ZERO.
             05  wc-guaranteed-posted    PIC  X(01) VALUE 'N'.
       *>#######################################################

       *> temporary table holding existing data
       01  wr-cur-rec-vars.
             05  wn-cur-course-id           PIC  9(9) VALUE ZERO.
             05  wc-cur-course-name         PIC  X(40) VALUE SPACE.
             05  wc-cur-course-startdate    PIC  X(10) VALUE SPACE.
             05  wc-cur-course-enddate      PIC  X(10) VALUE SPACE.
             05  wc-cur-national-code       PIC  X(12)
                                            VALUE SPACE.
             05  wn-cur-course-fee          PIC  9(5) VALUE ZERO.
             05  wc-cur-course-evening      PIC  X(01) VALUE 'N'.
             05  wn-cur-course-guaranteed   PIC  9(5) VALUE ZERO.


       *> the system-wide maintenance gate, checked right after
                        TO wn-course-fee
               END-IF

               *> evening course, Y/N (blank = keep) - its
               *> students get evening door access only
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'course_evening' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value

               IF  FUNCTION TRIM(wc-post-value) = 'Y'
                   OR FUNCTION TRIM(wc-post-value) = 'N'
                   MOVE wc-post-value(1:1) TO wc-course-evening
               END-IF

               *> guaranteed teaching hours (blank = keep, 0 =
               *> derive them from the points) - see
               *> cgi-list-teaching-time
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'guaranteed_hours' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value

               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-course-guaranteed
                   MOVE 'Y' TO wc-guaranteed-posted
               END-IF

           END-IF
           .

                   course_elective,
                   scale_id,
                   national_code,
                   course_fee,
                   course_evening,
                   course_guaranteed_hours
             INTO :t-course-id,
                  :t-course-name,
                  :t-course-startdate,
                  :t-course-elective,
                  :t-course-scale-id,
                  :t-national-code,
                  :t-course-fee,
                  :t-course-evening,
                  :t-course-guaranteed
             FROM tbl_course
             WHERE course_id = :wn-course-id
           END-EXEC
                MOVE t-course-scale-id TO wn-cur-course-scale-id
                MOVE t-national-code TO wc-cur-national-code
                MOVE t-course-fee TO wn-cur-course-fee
                MOVE t-course-evening TO wc-cur-course-evening
                MOVE t-course-guaranteed TO wn-cur-course-guaranteed
           END-IF

           .
                MOVE wn-cur-course-fee TO t-course-fee
           END-IF

           IF wc-course-evening NOT = SPACE
                MOVE wc-course-evening TO t-course-evening
           ELSE
                MOVE wc-cur-course-evening TO t-course-evening
           END-IF

           IF wc-guaranteed-posted = 'Y'
                MOVE wn-course-guaranteed TO t-course-guaranteed
           ELSE
                MOVE wn-cur-course-guaranteed TO t-course-guaranteed
           END-IF

           IF wc-printscr-string NOT = SPACE
               CONTINUE
           ELSE
                    course_elective = :t-course-elective,
                    scale_id = :t-course-scale-id,
                    national_code = :t-national-code,
                    course_fee = :t-course-fee,
                    course_evening = :t-course-evening,
                    course_guaranteed_hours = :t-course-guaranteed
               WHERE course_id = :t-course-id
           END-EXEC

