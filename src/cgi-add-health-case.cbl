       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Open a student health case: the student, the
       *>          case type (R referral to elevhälsan, E extra
       *>          anpassningar, A åtgärdsprogram), a title, the
       *>          health details, the goals, the responsible
       *>          person and the first review date. A referral
       *>          may be filed by any teacher ('health-referral')
       *>          - the other two types, and reading anything
       *>          back, belong to the health team and the
       *>          rektor ('health-case', cgi-list-health-cases).
       *>          The responsible person defaults to the health
       *>          team's caller, or to nobody for a referral
       *>          until the team picks it up.
       *> Created: 2026-10-06
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-health-case.
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
            03  is-student-on-file-switch      PIC X   VALUE 'N'.
                88  is-student-on-file                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Elevhälsoärende'.

       *> validated through is-valid-date when supplied
       01  wc-chk-date              PIC  X(10) VALUE SPACE.

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
       01  wn-student-cnt              PIC  9(4) VALUE ZERO.
       01  health-case-rec-vars.
             05  t-case-id              PIC  9(9) VALUE ZERO.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-case-type            PIC  X(1) VALUE 'R'.
             05  t-case-title           PIC  X(40) VALUE SPACE.
             05  t-case-detail          PIC  X(240) VALUE SPACE.
             05  t-case-goals           PIC  X(240) VALUE SPACE.
             05  t-responsible-user-id  PIC  9(9) VALUE ZERO.
             05  t-review-date          PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
                        PERFORM B0200-open-case
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

           *> which student (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-student-user-id
           END-IF

           *> R referral (default), E extra anpassningar,
           *> A åtgärdsprogram
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'case_type' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'R' OR wc-post-value = 'E'
              OR wc-post-value = 'A'
               MOVE wc-post-value(1:1) TO t-case-type
           END-IF

           *> short title (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'case_title' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-case-title

           *> the health details (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'case_detail' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-case-detail

           *> goals - what the åtgärdsprogram sets out to reach
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'case_goals' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-case-goals

           *> who answers for the case (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'responsible_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-responsible-user-id
           END-IF

           *> when the case is next reviewed (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'review_date' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-review-date
               END-IF
           END-IF

           *> an åtgärdsprogram without a review date is not
           *> an åtgärdsprogram
           IF t-student-user-id > ZERO
              AND t-case-title NOT = SPACE
              AND (t-case-type NOT = 'A'
                   OR t-review-date NOT = SPACE)
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltigt elevhälsoärende'
                    TO wc-printscr-string
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

           *> the health team may open any type of case, a
           *> teacher only a referral
           MOVE 'health-case' TO wc-permission-function

           COPY check-permission.

           IF is-caller-authorized
               IF t-responsible-user-id = ZERO
                   MOVE wn-requesting-user-id
                       TO t-responsible-user-id
               END-IF
           ELSE
               IF t-case-type = 'R'
                   MOVE 'health-referral'
                       TO wc-permission-function

                   COPY check-permission.

                   *> the referrer is not the case owner - the
                   *> team decides who takes it
                   MOVE ZERO TO t-responsible-user-id
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-open-case.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-student-cnt
               FROM tbl_user
               WHERE user_id = :t-student-user-id
               AND usertype_id = 1
           END-EXEC

           IF  sqlcode = zero AND wn-student-cnt > ZERO
                SET is-student-on-file TO TRUE
           END-IF

           IF NOT is-student-on-file
               MOVE 'Okänd elev' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               EXEC SQL
                   SELECT nextval('tbl_health_case_case_id_seq')
                   INTO :t-case-id
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_health_case
                   (case_id, student_user_id, case_type,
                    case_title, case_detail, case_goals,
                    responsible_user_id, review_date,
                    created_by)
                   VALUES (:t-case-id, :t-student-user-id,
                           :t-case-type, :t-case-title,
                           :t-case-detail, :t-case-goals,
                           :t-responsible-user-id,
                           :t-review-date,
                           :wn-requesting-user-id)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0220-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'Ärendet registrerat'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                    DISPLAY '<p>case_id: ' t-case-id '</p>'
               END-IF

           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           *> the trail names the case, never the details
           MOVE 'cgi-add-health-case' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'case_id=' t-case-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'type=' t-case-type
                  ' student=' t-student-user-id
                  ' review=' FUNCTION TRIM(t-review-date)
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
