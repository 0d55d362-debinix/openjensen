       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Betygsattest - the rektor or Utbildningsledare
       *>          ('grade-attest') certifies every pending grade
       *>          proposal of one course as a batch. Each
       *>          proposal is copied into tbl_grade_attest_line
       *>          exactly as certified, flagged certified on
       *>          tbl_grade, journaled (action A) and counted in
       *>          the effective grade; the students are then
       *>          told about their grade. An optional
       *>          proposal_cnt (the count cgi-list-grade-attest
       *>          showed) refuses the certification
       *>          if proposals arrived or changed since the
       *>          list was read.
       *> Created: 2026-10-05
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-attest-grades.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-attest.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  course-id-exists-switch        PIC X   VALUE 'N'.
                88  course-id-exists                   VALUE 'Y'.
            03  is-term-locked-switch          PIC X   VALUE 'N'.
                88  is-term-locked                     VALUE 'Y'.
            03  is-count-posted-switch         PIC X   VALUE 'N'.
                88  is-count-posted                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Betygsattest'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> a locked term takes no grade changes, certification
       *> included - see copy/check-term-lock.cpy
       COPY term-lock-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-course-cnt               PIC  9(4) VALUE ZERO.
       01  wn-proposal-cnt             PIC  9(9) VALUE ZERO.
       01  wn-posted-cnt               PIC  9(9) VALUE ZERO.
       01  attest-rec-vars.
             05  t-attest-id            PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-attested-cnt         PIC  9(9) VALUE ZERO.
       01  proposal-rec-vars.
             05  t-grade-id             PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-grade-grade          PIC  X(40) VALUE SPACE.
             05  t-grade-comment        PIC  X(40) VALUE SPACE.
             05  t-grade-status         PIC  X(1) VALUE SPACE.
             05  t-grade-attempt        PIC  9(4) VALUE ZERO.
             05  t-graded-by            PIC  9(9) VALUE ZERO.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> every tbl_grade write is journaled for point-in-time
       *> recovery - see copy/write-grade-journal.cpy
       COPY grade-journal-vars.

       *> one effective-grade row per student and course - see
       *> copy/update-effective-grade.cpy
       COPY effective-grade-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0110-check-term-lock
                        IF is-term-locked
                            MOVE 'Terminen är låst för betyg'
                                TO wc-printscr-string
                            CALL 'stop-printscr' USING
                                                 wc-printscr-string
                        ELSE
                            PERFORM B0200-attest-course
                        END-IF
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-attest-action
           END-IF

           .

       *>**************************************************
       A0110-init-attest-action.

           SET is-valid-init TO TRUE

           *>  read session_token (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE wc-post-value TO wc-session-token
           END-IF

           *>  read course_id (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = SPACE
               MOVE 'Saknar kurs id' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           ELSE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           *>  read proposal_cnt (optional - the number of
           *>  proposals the certifier was shown)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'proposal_cnt' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-posted-cnt
               SET is-count-posted TO TRUE
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
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'grade-attest' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0110-check-term-lock.

           MOVE t-course-id TO wn-lock-chk-course-id

           COPY check-term-lock.

           IF wc-term-locked-flag = 'Y'
               SET is-term-locked TO TRUE
           END-IF

           .

       *>**************************************************
       B0200-attest-course.

           PERFORM B0205-count-proposals

           IF NOT course-id-exists
               MOVE 'Okänd kurs' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF wn-proposal-cnt = ZERO
                   MOVE 'Inga betygsförslag att attestera'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   IF is-count-posted
                      AND wn-posted-cnt NOT = wn-proposal-cnt
                       MOVE 'Förslagen har ändrats - läs om listan'
                           TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                   ELSE
                       PERFORM B0210-insert-attest-head
                       PERFORM B0220-attest-proposals
                       PERFORM B0240-finish-attest-head
                       PERFORM B0250-notify-students
                       PERFORM B0260-write-audit-row
                       PERFORM B0290-commit-work
                       MOVE 'Betygen är attesterade'
                           TO wc-printscr-string
                       CALL 'ok-printscr' USING wc-printscr-string
                       DISPLAY '<p>Attest ' t-attest-id ': '
                               t-attested-cnt ' betyg</p>'
                   END-IF
               END-IF
           END-IF

           .

       *>**************************************************
       B0205-count-proposals.

           EXEC SQL
               SELECT COUNT(*), MAX(course_name)
               INTO :wn-course-cnt, :t-course-name
               FROM tbl_course
               WHERE course_id = :t-course-id
           END-EXEC

           IF  sqlcode = zero AND wn-course-cnt > 0
                SET course-id-exists TO TRUE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-proposal-cnt
               FROM tbl_grade
               WHERE course_id = :t-course-id
               AND grade_attested = 'N'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
                MOVE ZERO TO wn-proposal-cnt
           END-IF

           .

       *>**************************************************
       B0210-insert-attest-head.

           EXEC SQL
               SELECT nextval('tbl_grade_attest_attest_id_seq')
               INTO :t-attest-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_grade_attest
                   (attest_id, course_id, attested_by_user_id,
                    attest_delegated, grade_cnt)
               VALUES (:t-attest-id, :t-course-id,
                       :wn-requesting-user-id,
                       :wc-delegated-flag, 0)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0220-attest-proposals.

           *> the proposals as they stand right now - each one
           *> is copied, then flagged, in this one transaction
           EXEC SQL
               DECLARE cursattest CURSOR FOR
               SELECT grade_id, user_id, grade_grade,
                      grade_comment, grade_status,
                      grade_attempt, graded_by_user_id
               FROM tbl_grade
               WHERE course_id = :t-course-id
               AND grade_attested = 'N'
               ORDER BY user_id, grade_attempt
           END-EXEC

           EXEC SQL
               OPEN cursattest
           END-EXEC

           EXEC SQL
               FETCH cursattest INTO :t-grade-id, :t-user-id,
                                     :t-grade-grade,
                                     :t-grade-comment,
                                     :t-grade-status,
                                     :t-grade-attempt,
                                     :t-graded-by
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0230-attest-one-grade

               EXEC SQL
                   FETCH cursattest INTO :t-grade-id, :t-user-id,
                                         :t-grade-grade,
                                         :t-grade-comment,
                                         :t-grade-status,
                                         :t-grade-attempt,
                                         :t-graded-by
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursattest
           END-EXEC

           .

       *>**************************************************
       B0230-attest-one-grade.

           EXEC SQL
               INSERT INTO tbl_grade_attest_line
                   (attest_id, grade_id, user_id, grade_grade,
                    grade_status, grade_attempt,
                    graded_by_user_id)
               VALUES (:t-attest-id, :t-grade-id, :t-user-id,
                       :t-grade-grade, :t-grade-status,
                       :t-grade-attempt, :t-graded-by)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    UPDATE tbl_grade
                    SET grade_attested = 'Y'
                    WHERE grade_id = :t-grade-id
                END-EXEC

                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                ELSE
                     ADD 1 TO t-attested-cnt
                     PERFORM B0235-write-journal
                END-IF
           END-IF

           .

       *>**************************************************
       B0235-write-journal.

           MOVE 'A' TO j-action
           MOVE t-grade-id TO j-grade-id
           MOVE t-grade-grade TO j-grade-grade
           MOVE t-grade-comment TO j-grade-comment
           MOVE t-user-id TO j-user-id
           MOVE t-course-id TO j-course-id
           MOVE t-graded-by TO j-graded-by
           MOVE t-grade-status TO j-grade-status
           MOVE t-grade-attempt TO j-grade-attempt

           COPY write-grade-journal.

           *> the certified grade now counts - the one-row truth
           *> about this student and course follows
           MOVE t-user-id TO e-user-id
           MOVE t-course-id TO e-course-id

           COPY update-effective-grade.

           .

       *>**************************************************
       B0240-finish-attest-head.

           EXEC SQL
               UPDATE tbl_grade_attest
               SET grade_cnt = :t-attested-cnt
               WHERE attest_id = :t-attest-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0250-notify-students.

           *> one word per student, however many attempts the
           *> batch held for them - same word cgi-add-betyg used
           *> to leave when grades were official on entry
           MOVE SPACE TO t-notif-message
           STRING 'Nytt betyg i ' DELIMITED BY SIZE
                  FUNCTION TRIM(t-course-name)
                                        DELIMITED BY SIZE
                  INTO t-notif-message
           END-STRING

           EXEC SQL
               DECLARE cursattestnotif CURSOR FOR
               SELECT DISTINCT user_id
               FROM tbl_grade_attest_line
               WHERE attest_id = :t-attest-id
               ORDER BY user_id
           END-EXEC

           EXEC SQL
               OPEN cursattestnotif
           END-EXEC

           EXEC SQL
               FETCH cursattestnotif INTO :t-user-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0255-notify-one-student

               EXEC SQL
                   FETCH cursattestnotif INTO :t-user-id
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursattestnotif
           END-EXEC

           .

       *>**************************************************
       B0255-notify-one-student.

           EXEC SQL
               SELECT nextval('tbl_notification_notification_id_seq')
               INTO :t-notif-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_notification
                   (notification_id, user_id, message, category)
               VALUES (:t-notif-id, :t-user-id, :t-notif-message,
                       'grades')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0260-write-audit-row.

           MOVE 'cgi-attest-grades' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'attest_id=' t-attest-id
                  ' course_id=' t-course-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING t-attested-cnt ' grades certified'
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

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
