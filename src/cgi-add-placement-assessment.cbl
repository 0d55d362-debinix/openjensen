       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Record the supervisor's assessment of a
       *>          student's workplace placement - the overall
       *>          verdict ('G' passed, 'U' not passed) and a
       *>          short summary of the assessment form - on
       *>          the placement, and so against the course.
       *>          The teacher sees it next to the grade in
       *>          cgi-list-placements. Posting again replaces
       *>          the earlier assessment; the old one stays in
       *>          tbl_audit. Guarded by 'placement'.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-placement-assessment.
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
            03  is-placement-on-file-switch    PIC X   VALUE 'N'.
                88  is-placement-on-file               VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'APL-bedömning'.

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
       01  wc-today-date               PIC  X(10) VALUE SPACE.
       01  assessment-rec-vars.
             05  t-placement-id         PIC  9(9) VALUE ZERO.
             05  t-assessment-result    PIC  X(1) VALUE SPACE.
             05  t-assessment-text      PIC  X(240) VALUE SPACE.
             05  t-old-result           PIC  X(1) VALUE SPACE.
             05  t-old-date             PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.

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
                        PERFORM B0200-add-assessment
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

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

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

           *> the placement (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'placement_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-placement-id
           END-IF

           *> the supervisor's verdict - G or U (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assessment_result' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:1) TO t-assessment-result

           *> what the form says, in short (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'assessment_text' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-assessment-text

           IF t-placement-id > ZERO
              AND (t-assessment-result = 'G'
                   OR t-assessment-result = 'U')
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltig APL-bedömning' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
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

           MOVE 'placement' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-assessment.

           EXEC SQL
               SELECT assessment_result, assessment_date
               INTO :t-old-result, :t-old-date
               FROM tbl_placement
               WHERE placement_id = :t-placement-id
           END-EXEC

           IF  sqlcode = zero
                SET is-placement-on-file TO TRUE
           END-IF

           IF NOT is-placement-on-file
               MOVE 'Okänd APL-placering' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               EXEC SQL
                   UPDATE tbl_placement
                   SET assessment_result = :t-assessment-result,
                       assessment_text = TRIM(:t-assessment-text),
                       assessment_date = :wc-today-date,
                       assessment_by = :wn-requesting-user-id
                   WHERE placement_id = :t-placement-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0220-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'APL-bedömning registrerad'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
               END-IF

           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-placement-assessment' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'placement_id=' t-placement-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING t-old-result ' ' t-old-date
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING t-assessment-result ' ' wc-today-date ' '
                  t-assessment-text
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
