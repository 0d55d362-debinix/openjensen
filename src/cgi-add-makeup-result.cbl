       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: A resolved incomplete becomes a grade
       *>            proposal awaiting cgi-attest-grades.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-makeup-result.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  makeupres-rec-vars.
             05  t-exam-id             PIC  9(9) VALUE ZERO.
             05  t-course-id           PIC  9(9) VALUE ZERO.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-grade-grade         PIC  X(40) VALUE SPACE.
             05  t-enrolled-cnt        PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

           *> resolve the incomplete: the 'I' grade row for the
           *> course gets the new grade, a fresh date and the
           *> grader from the session - as a proposal, official
           *> once cgi-attest-grades certifies the course
           EXEC SQL
               UPDATE tbl_grade
               SET grade_grade = :t-grade-grade,
                   grade_status = 'G',
                   grade_date = CURRENT_TIMESTAMP,
                   graded_by_user_id = :wn-requesting-user-id,
                   grade_attested = 'N'
               WHERE user_id = :t-user-id
               AND course_id = :t-course-id
               AND grade_status = 'I'
