       *>          (cgi-gen-anon-codes, cgi-list-anon-key,
       *>          cgi-add-anon-result-bulk,
       *>          cgi-confirm-anon-results) hangs off.
       *>          national_test=Y marks a national test
       *>          occasion, whose results go to
       *>          tbl_national_test rather than tbl_grade.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Occasion kind, national test or exam.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-exam-occasion.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-course-cnt               PIC  9(4) VALUE ZERO.
       01  occasion-rec-vars.
             05  t-occasion-id          PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-exam-date            PIC  X(10) VALUE SPACE.
             05  t-exam-label           PIC  X(40) VALUE SPACE.
             05  t-exam-starttime       PIC  X(5) VALUE SPACE.
             05  t-exam-endtime         PIC  X(5) VALUE SPACE.
             05  t-occasion-kind        PIC  X(1) VALUE 'E'.
       EXEC SQL END DECLARE SECTION END-EXEC.



           MOVE wc-post-value(1:5) TO t-exam-endtime

           *> Y for a national test (optional, default an
           *> ordinary exam)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'national_test' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'N' TO t-occasion-kind
           END-IF

           *> all must be valid
           IF is-valid-init-course AND is-valid-init-date
               SET is-valid-init TO TRUE
           EXEC SQL
               INSERT INTO tbl_exam_occasion
               (occasion_id, course_id, exam_date, exam_label,
                exam_starttime, exam_endtime, occasion_kind)
               VALUES (:t-occasion-id, :t-course-id,
                       :t-exam-date, :t-exam-label,
                       :t-exam-starttime, :t-exam-endtime,
                       :t-occasion-kind)
           END-EXEC

           IF  sqlcode NOT = zero
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING FUNCTION TRIM(t-exam-label)
                  ' ' t-exam-date ' kind=' t-occasion-kind
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

