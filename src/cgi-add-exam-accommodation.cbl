       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Register an exam accommodation (anpassad
       *>          examination) for a student: extra writing
       *>          time in minutes, and whether the student
       *>          needs a separate small room, a reader or a
       *>          computer, valid from one date to another.
       *>          cgi-allocate-exam-seats seats the student in
       *>          a room that offers the needs and
       *>          cgi-list-exam-seating prints the adjusted end
       *>          time. A documented need is health business -
       *>          the rektor and the student health team only
       *>          ('exam-accommodation').
       *> Created: 2026-10-07
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-exam-accommodation.
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
       01  accommodation-rec-vars.
             05  t-accommodation-id     PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-extra-minutes        PIC  9(4) VALUE ZERO.
             05  t-need-separate        PIC  X(1) VALUE 'N'.
             05  t-need-reader          PIC  X(1) VALUE 'N'.
             05  t-need-computer        PIC  X(1) VALUE 'N'.
             05  t-valid-from           PIC  X(10) VALUE SPACE.
             05  t-valid-to             PIC  X(10) VALUE SPACE.
             05  t-accommodation-note   PIC  X(80) VALUE SPACE.
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
                        PERFORM B0200-add-accommodation
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
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
           END-IF

           *> extra writing time in minutes (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'extra_minutes' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-extra-minutes
           END-IF

           *> the room needs - 'Y' sets the flag
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'need_separate' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-need-separate
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'need_reader' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-need-reader
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'need_computer' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'Y'
               MOVE 'Y' TO t-need-computer
           END-IF

           *> the validity period (both required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'valid_from' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-valid-from
               END-IF
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'valid_to' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-valid-to
               END-IF
           END-IF

           *> a short note for the invigilators' planning - not
           *> the diagnosis (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'accommodation_note' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-accommodation-note

           *> an accommodation must accommodate something
           IF t-user-id > ZERO
              AND t-valid-from NOT = SPACE
              AND t-valid-to NOT = SPACE
              AND t-valid-from NOT > t-valid-to
              AND (t-extra-minutes > ZERO
                   OR t-need-separate = 'Y'
                   OR t-need-reader = 'Y'
                   OR t-need-computer = 'Y')
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltig provanpassning'
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

           MOVE 'exam-accommodation' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-add-accommodation.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-student-cnt
               FROM tbl_user
               WHERE user_id = :t-user-id
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
                   SELECT nextval(
                     'tbl_exam_accommodation_accommodation_id_seq')
                   INTO :t-accommodation-id
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_exam_accommodation
                   (accommodation_id, user_id, extra_minutes,
                    need_separate, need_reader, need_computer,
                    valid_from, valid_to, accommodation_note,
                    created_by)
                   VALUES (:t-accommodation-id, :t-user-id,
                           :t-extra-minutes, :t-need-separate,
                           :t-need-reader, :t-need-computer,
                           :t-valid-from, :t-valid-to,
                           :t-accommodation-note,
                           :wn-requesting-user-id)
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0220-write-audit-row
                    PERFORM B0290-commit-work
                    MOVE 'Provanpassning registrerad'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
                    DISPLAY '<p>accommodation_id: '
                            t-accommodation-id '</p>'
               END-IF

           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-exam-accommodation' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'accommodation_id=' t-accommodation-id
                  ' user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING '+' t-extra-minutes ' min'
                  ' needs=' t-need-separate t-need-reader
                  t-need-computer
                  ' ' t-valid-from '..' t-valid-to
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
