       *>          points, site, elective flag, grading scale,
       *>          national code and material fee carried over,
       *>          the course dates translated to the target
       *>          term's calendar. The last course plan
       *>          (tbl_course_plan) comes along as the new
       *>          offering's first draft.
       *>          A course whose name already exists
       *>          in the target term is skipped, and the
       *>          closing review list names what was created
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Carry the last course plan over as a draft.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-rollover-term.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
             05  t-target-start         PIC  X(10) VALUE SPACE.
             05  t-target-end           PIC  X(10) VALUE SPACE.
       01  source-course-vars.
             05  t-old-course-id        PIC  9(9).
             05  t-course-name          PIC  X(40).
             05  t-program-id           PIC  9(9).
             05  t-course-points        PIC  9(4).
             05  t-scale-id             PIC  9(4).
             05  t-national-code        PIC  X(12).
             05  t-course-fee           PIC  9(5).
       01  t-new-course-id             PIC  9(9) VALUE ZERO.
       01  t-old-plan-id               PIC  9(9) VALUE ZERO.
       01  t-new-plan-id               PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                PERFORM Z0100-error-routine
           END-IF

           *> the last course plan, whatever its state, becomes
           *> the new offering's first draft - the teacher
           *> adjusts the weeks and publishes it for the new
           *> students
           MOVE ZERO TO t-old-plan-id
           EXEC SQL
               SELECT COALESCE(MAX(plan_id), 0)
               INTO :t-old-plan-id
               FROM tbl_course_plan
               WHERE course_id = :t-old-course-id
               AND plan_version =
                   (SELECT MAX(p2.plan_version)
                    FROM tbl_course_plan p2
                    WHERE p2.course_id = :t-old-course-id)
           END-EXEC

           IF  sqlcode = zero AND t-old-plan-id NOT = ZERO
                PERFORM B0235-carry-course-plan
           END-IF

           .

       *>**************************************************
       B0235-carry-course-plan.

           EXEC SQL
               SELECT nextval('tbl_course_plan_plan_id_seq')
               INTO :t-new-plan-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_course_plan
               (plan_id, course_id, plan_version, plan_status,
                carried_from_id, created_by)
               VALUES (:t-new-plan-id, :t-new-course-id, 1, 'D',
                       :t-old-plan-id, :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    INSERT INTO tbl_course_plan_row
                    (plan_id, row_no, row_kind, plan_week, row_text)
                    SELECT :t-new-plan-id, row_no, row_kind,
                           plan_week, row_text
                    FROM tbl_course_plan_row
                    WHERE plan_id = :t-old-plan-id
                END-EXEC
                IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                     PERFORM Z0100-error-routine
                END-IF
           END-IF

           .

       *>**************************************************
