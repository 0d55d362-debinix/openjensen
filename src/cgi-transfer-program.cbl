       *> Created: 2026-08-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-transfer-program.
       *> only callers whose usertype holds the function may
       *> transfer a student between programs
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id              PIC  9(9) VALUE ZERO.
       01  wn-new-program-id       PIC  9(4) VALUE ZERO.
       01  wn-old-program-id       PIC  9(4) VALUE ZERO.
       01  wn-affected-grade-cnt   PIC  9(9) VALUE ZERO.
       01  wn-course-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.



               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    MOVE 'enrollment' TO t-event-kind
                    MOVE 'ADD' TO t-event-action
                    MOVE SPACE TO t-event-key
                    STRING 'user_id=' wn-user-id
                           ' course_id=' wn-course-id
                           DELIMITED BY SIZE INTO t-event-key
                    END-STRING
                    MOVE wn-user-id TO t-event-user-id

                    COPY write-change-event.
               END-IF

               EXEC SQL
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'user' TO t-event-kind
                MOVE 'EDIT' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' wn-user-id
                       ' program_id=' wn-new-program-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE wn-user-id TO t-event-user-id

                COPY write-change-event.

                PERFORM B0250-commit-work
                MOVE 'Programbyte genomfört' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
