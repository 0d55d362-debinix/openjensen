       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Place a student on a host company and a
       *>          supervisor for one of the course's placement
       *>          periods (cgi-add-placement-period). The
       *>          student must be enrolled on the course and
       *>          the supervisor must be a contact at the
       *>          company. The placement runs the whole period
       *>          unless its own start and end dates are
       *>          posted (a late start or an early finish).
       *>          One placement per student and period.
       *>          Guarded by 'placement'.
       *> Created: 2026-10-08
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-placement.
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
            03  is-period-on-file-switch       PIC X   VALUE 'N'.
                88  is-period-on-file                  VALUE 'Y'.
            03  is-student-enrolled-switch     PIC X   VALUE 'N'.
                88  is-student-enrolled                VALUE 'Y'.
            03  is-contact-at-company-switch   PIC X   VALUE 'N'.
                88  is-contact-at-company              VALUE 'Y'.
            03  is-already-placed-switch       PIC X   VALUE 'N'.
                88  is-already-placed                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'APL-placering'.

       *> validated through is-valid-date
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
       01  wn-found-cnt                PIC  9(4) VALUE ZERO.
       01  period-rec-vars.
             05  t-period-id            PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-period-startdate     PIC  X(10) VALUE SPACE.
             05  t-period-enddate       PIC  X(10) VALUE SPACE.
       01  placement-rec-vars.
             05  t-placement-id         PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-company-id           PIC  9(9) VALUE ZERO.
             05  t-contact-id           PIC  9(9) VALUE ZERO.
             05  t-placement-startdate  PIC  X(10) VALUE SPACE.
             05  t-placement-enddate    PIC  X(10) VALUE SPACE.
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
                        PERFORM B0200-add-placement
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

           *> the placement period (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'period_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-period-id
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

           *> the host company (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'company_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-company-id
           END-IF

           *> the supervisor who will assess the student
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'contact_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-contact-id
           END-IF

           *> own dates (optional) - default the period's
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'placement_startdate' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-placement-startdate
               ELSE
                   MOVE 'X' TO t-placement-startdate
               END-IF
           END-IF

           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'placement_enddate' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE wc-post-value(1:10) TO wc-chk-date
               CALL 'is-valid-date' USING wn-rtn-code wc-chk-date
               IF wn-rtn-code = ZERO
                   MOVE wc-chk-date TO t-placement-enddate
               ELSE
                   MOVE 'X' TO t-placement-enddate
               END-IF
           END-IF

           *> an unparsable date is kept as 'X' so it is refused
           IF t-period-id > ZERO
              AND t-user-id > ZERO
              AND t-company-id > ZERO
              AND t-contact-id > ZERO
              AND t-placement-startdate NOT = 'X'
              AND t-placement-enddate NOT = 'X'
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltig APL-placering' TO wc-printscr-string
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
       B0200-add-placement.

           PERFORM B0210-check-placement

           EVALUATE TRUE
               WHEN NOT is-period-on-file
                   MOVE 'Okänd APL-period' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-student-enrolled
                   MOVE 'Eleven läser inte kursen'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-contact-at-company
                   MOVE 'Kontakten hör inte till företaget'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-already-placed
                   MOVE 'Eleven är redan placerad'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-placement-startdate > t-placement-enddate
                   MOVE 'Ogiltiga datum' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0215-insert-placement
           END-EVALUATE

           .

       *>**************************************************
       B0210-check-placement.

           EXEC SQL
               SELECT course_id, period_startdate, period_enddate
               INTO :t-course-id, :t-period-startdate,
                    :t-period-enddate
               FROM tbl_placement_period
               WHERE period_id = :t-period-id
           END-EXEC

           IF  sqlcode = zero
                SET is-period-on-file TO TRUE
           END-IF

           IF t-placement-startdate = SPACE
               MOVE t-period-startdate TO t-placement-startdate
           END-IF

           IF t-placement-enddate = SPACE
               MOVE t-period-enddate TO t-placement-enddate
           END-IF

           MOVE ZERO TO wn-found-cnt
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-found-cnt
               FROM tbl_enrollment e
               INNER JOIN tbl_user u
               ON u.user_id = e.user_id
               WHERE e.course_id = :t-course-id
               AND e.user_id = :t-user-id
               AND u.usertype_id = 1
           END-EXEC

           IF  sqlcode = zero AND wn-found-cnt > ZERO
                SET is-student-enrolled TO TRUE
           END-IF

           MOVE ZERO TO wn-found-cnt
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-found-cnt
               FROM tbl_host_contact k
               INNER JOIN tbl_host_company c
               ON c.company_id = k.company_id
               WHERE k.contact_id = :t-contact-id
               AND k.company_id = :t-company-id
               AND c.company_active = 'Y'
           END-EXEC

           IF  sqlcode = zero AND wn-found-cnt > ZERO
                SET is-contact-at-company TO TRUE
           END-IF

           MOVE ZERO TO wn-found-cnt
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-found-cnt
               FROM tbl_placement
               WHERE period_id = :t-period-id
               AND user_id = :t-user-id
           END-EXEC

           IF  sqlcode = zero AND wn-found-cnt > ZERO
                SET is-already-placed TO TRUE
           END-IF

           .

       *>**************************************************
       B0215-insert-placement.

           EXEC SQL
               SELECT nextval('tbl_placement_placement_id_seq')
               INTO :t-placement-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_placement
               (placement_id, period_id, user_id, company_id,
                contact_id, placement_startdate,
                placement_enddate, created_by)
               VALUES (:t-placement-id, :t-period-id, :t-user-id,
                       :t-company-id, :t-contact-id,
                       :t-placement-startdate,
                       :t-placement-enddate,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'APL-placering registrerad'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>placement_id: ' t-placement-id '</p>'
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-add-placement' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'placement_id=' t-placement-id
                  ' period_id=' t-period-id
                  ' user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'company_id=' t-company-id
                  ' contact_id=' t-contact-id
                  ' ' t-placement-startdate '..'
                  t-placement-enddate
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
