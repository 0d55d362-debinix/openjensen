       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: A teacher's written assessment (omdöme) of
       *>          one student in one course offering, for the
       *>          development talk - round_id, course_id,
       *>          user_id and the text in text_1 .. text_3 (up
       *>          to 120 characters). Writing again replaces
       *>          it; remove=Y takes it away. Only while the
       *>          round is open, only for a student enrolled in
       *>          the course in the round's term, and a teacher
       *>          only for the courses they teach. Recorded in
       *>          tbl_audit. Guarded by 'assessment-write'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-assessment.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-assessment-remove-switch    PIC X   VALUE 'N'.
                88  is-assessment-remove               VALUE 'Y'.
            03  is-round-found-switch          PIC X   VALUE 'N'.
                88  is-round-found                     VALUE 'Y'.
            03  is-assessment-found-switch     PIC X   VALUE 'N'.
                88  is-assessment-found                VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Omdömen'.

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

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  assessment-rec-vars.
             05  t-round-id             PIC  9(9)  VALUE ZERO.
             05  t-round-status         PIC  X(1)  VALUE SPACE.
             05  t-course-term          PIC  X(10) VALUE SPACE.
             05  t-course-id            PIC  9(9)  VALUE ZERO.
             05  t-user-id              PIC  9(9)  VALUE ZERO.
             05  t-owner-cnt            PIC  9(4)  VALUE ZERO.
             05  t-enrolled-cnt         PIC  9(4)  VALUE ZERO.
             05  t-assessment-text      PIC  X(120) VALUE SPACE.
             05  t-old-assessment-text  PIC  X(120) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the text arrives in three 40-character pieces
       01  wc-text-pieces.
           05  wc-text-piece        PIC X(40) OCCURS 3 VALUE SPACE.
       01  wn-idx                   PIC 9(1)  VALUE ZERO.

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
                        PERFORM B0200-save-assessment
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
               PERFORM A0110-init-add-action
           END-IF

           .

       *>**************************************************
       A0110-init-add-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the assessment round (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'round_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-round-id
           END-IF

           *> the course offering (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-course-id
           END-IF

           *> the student (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
           END-IF

           *> Y removes the assessment
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'remove' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               SET is-assessment-remove TO TRUE
           END-IF

           *> text_1 .. text_3, read as one running text
           PERFORM A0115-get-text-piece
               VARYING wn-idx FROM 1 BY 1
               UNTIL wn-idx > 3
           MOVE wc-text-pieces TO t-assessment-text

           EVALUATE TRUE
               WHEN t-round-id = ZERO
                   MOVE 'Saknar omgång' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-course-id = ZERO
                   MOVE 'Saknar kurs' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-user-id = ZERO
                   MOVE 'Saknar elev' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-assessment-text = SPACE
                AND NOT is-assessment-remove
                   MOVE 'Saknar omdöme' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       A0115-get-text-piece.

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE SPACE TO wc-post-name
           STRING 'text_' wn-idx
                  DELIMITED BY SIZE INTO wc-post-name
           END-STRING
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-text-piece(wn-idx)

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

           MOVE 'assessment-write' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-assessment.

           EXEC SQL
               SELECT r.round_status, r.course_term,
                      (SELECT COUNT(*)
                       FROM tbl_enrollment e
                       INNER JOIN tbl_course c
                           ON c.course_id = e.course_id
                       WHERE e.course_id = :t-course-id
                       AND e.user_id = :t-user-id
                       AND c.course_term = r.course_term),
                      (SELECT COUNT(*)
                       FROM tbl_course_teacher ct
                       WHERE ct.course_id = :t-course-id
                       AND ct.teacher_user_id =
                           :wn-requesting-user-id)
               INTO :t-round-status, :t-course-term,
                    :t-enrolled-cnt, :t-owner-cnt
               FROM tbl_assessment_round r
               WHERE r.round_id = :t-round-id
           END-EXEC

           IF  sqlcode = zero
                SET is-round-found TO TRUE
                EXEC SQL
                    SELECT assessment_text
                    INTO :t-old-assessment-text
                    FROM tbl_assessment
                    WHERE round_id = :t-round-id
                    AND user_id = :t-user-id
                    AND course_id = :t-course-id
                END-EXEC
                IF  sqlcode = zero
                    SET is-assessment-found TO TRUE
                END-IF
           END-IF

           *> a teacher writes for the courses they teach -
           *> Utbildningsledare and Administratör for any
           EVALUATE TRUE
               WHEN NOT is-round-found
                   MOVE 'Okänd omgång' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-round-status NOT = 'O'
                   MOVE 'Omgången är stängd' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wn-requesting-usertype-id = 2
                AND t-owner-cnt = ZERO
                   MOVE 'Du undervisar inte på kursen'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-enrolled-cnt = ZERO
                   MOVE 'Eleven läser inte kursen denna termin'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-assessment-remove
                AND NOT is-assessment-found
                   MOVE 'Inget omdöme att ta bort'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-assessment-remove
                   PERFORM B0210-remove-assessment
               WHEN is-assessment-found
                   PERFORM B0220-update-assessment
               WHEN OTHER
                   PERFORM B0230-insert-assessment
           END-EVALUATE

           .

       *>**************************************************
       B0210-remove-assessment.

           EXEC SQL
               DELETE FROM tbl_assessment
               WHERE round_id = :t-round-id
               AND user_id = :t-user-id
               AND course_id = :t-course-id
           END-EXEC

           MOVE 'Omdömet är borttaget' TO wc-printscr-string
           PERFORM B0240-finish-change

           .

       *>**************************************************
       B0220-update-assessment.

           EXEC SQL
               UPDATE tbl_assessment
               SET assessment_text = :t-assessment-text,
                   teacher_user_id = :wn-requesting-user-id,
                   written_date = CURRENT_TIMESTAMP
               WHERE round_id = :t-round-id
               AND user_id = :t-user-id
               AND course_id = :t-course-id
           END-EXEC

           MOVE 'Omdömet är ändrat' TO wc-printscr-string
           PERFORM B0240-finish-change

           .

       *>**************************************************
       B0230-insert-assessment.

           EXEC SQL
               INSERT INTO tbl_assessment
               (round_id, user_id, course_id, teacher_user_id,
                assessment_text)
               VALUES (:t-round-id, :t-user-id, :t-course-id,
                       :wn-requesting-user-id, :t-assessment-text)
           END-EXEC

           MOVE 'Omdömet är sparat' TO wc-printscr-string
           PERFORM B0240-finish-change

           .

       *>**************************************************
       B0240-finish-change.

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0250-write-audit-row
                PERFORM B0290-commit-work
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0250-write-audit-row.

           MOVE 'cgi-add-assessment' TO t-audit-program
           EVALUATE TRUE
               WHEN is-assessment-remove
                   MOVE 'REMOVE' TO t-audit-action
               WHEN is-assessment-found
                   MOVE 'EDIT' TO t-audit-action
               WHEN OTHER
                   MOVE 'ADD' TO t-audit-action
           END-EVALUATE
           MOVE SPACE TO t-audit-key
           STRING 'round_id=' t-round-id
                  ' user_id=' t-user-id
                  ' course_id=' t-course-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-assessment-found
               MOVE t-old-assessment-text TO t-audit-old
           ELSE
               MOVE '-' TO t-audit-old
           END-IF
           IF is-assessment-remove
               MOVE '-' TO t-audit-new
           ELSE
               MOVE t-assessment-text TO t-audit-new
           END-IF

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
