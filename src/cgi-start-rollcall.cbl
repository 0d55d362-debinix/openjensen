       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Start a roll call for one site (ort_id) in
       *>          an evacuation: everyone v_evacuation_now says
       *>          should be in the building this moment is
       *>          frozen into tbl_rollcall_person, not yet
       *>          found. The assembly-point leaders mark them
       *>          off with cgi-mark-rollcall and see who is
       *>          still missing in cgi-list-evacuation with the
       *>          rollcall_id shown here. Recorded in tbl_audit.
       *>          Guarded by 'evacuation'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-start-rollcall.
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

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Starta upprop'.

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
       01  rollcall-rec-vars.
             05  t-rollcall-id          PIC  9(9)  VALUE ZERO.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-person-cnt           PIC  9(6)  VALUE ZERO.
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
                        PERFORM B0200-start-rollcall
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
               PERFORM A0110-init-start-action
           END-IF

           .

       *>**************************************************
       A0110-init-start-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the site being evacuated (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           IF t-ort-id = ZERO
               MOVE 'Ange ort' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               SET is-valid-init TO TRUE
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

           MOVE 'evacuation' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-start-rollcall.

           EXEC SQL
               SELECT nextval('tbl_rollcall_rollcall_id_seq')
               INTO :t-rollcall-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_rollcall
               (rollcall_id, ort_id, started_by)
               VALUES (:t-rollcall-id, :t-ort-id,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0210-freeze-persons
           END-IF

           .

       *>**************************************************
       B0210-freeze-persons.

           *> who should be in the building at this moment, each
           *> person once - the list does not move while the
           *> leaders tick it off
           EXEC SQL
               INSERT INTO tbl_rollcall_person
               (rollcall_id, user_id, lokal_id, course_id,
                person_role)
               SELECT DISTINCT ON (v.user_id)
                      :t-rollcall-id, v.user_id, v.lokal_id,
                      v.course_id, v.person_role
               FROM v_evacuation_now v
               WHERE v.ort_id = :t-ort-id
               ORDER BY v.user_id, v.person_role DESC
           END-EXEC

           IF  sqlcode NOT = zero AND SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    SELECT COUNT(*)
                    INTO :t-person-cnt
                    FROM tbl_rollcall_person
                    WHERE rollcall_id = :t-rollcall-id
                END-EXEC

                EXEC SQL
                    UPDATE tbl_rollcall
                    SET person_cnt = :t-person-cnt
                    WHERE rollcall_id = :t-rollcall-id
                END-EXEC

                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work

                *> the id the leaders' pages post with each mark
                DISPLAY '<p>rollcall_id=' t-rollcall-id '</p>'
                MOVE SPACE TO wc-printscr-string
                STRING 'Upprop startat - ' t-person-cnt
                       ' personer'
                       DELIMITED BY SIZE INTO wc-printscr-string
                END-STRING
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-start-rollcall' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'rollcall_id=' t-rollcall-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'ort_id=' t-ort-id ' personer=' t-person-cnt
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
