       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The student health case register, health team
       *>          and rektor only ('health-case'). Without a
       *>          student_user_id: every open case with its
       *>          type, responsible person and review date,
       *>          overdue reviews first. With one: all of that
       *>          student's cases, open and closed, with the
       *>          health details, goals and the full case log.
       *>          Every read is written to tbl_audit.
       *> Created: 2026-10-06
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-health-cases.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-student-posted-switch    PIC X   VALUE 'N'.
                88  is-student-posted               VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Elevhälsa'.

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
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  health-case-rec-vars.
           05  t-case-id              PIC  9(9).
           05  t-student-user-id      PIC  9(9) VALUE ZERO.
           05  t-student-name         PIC  X(40).
           05  t-case-type            PIC  X(1).
           05  t-case-title           PIC  X(40).
           05  t-case-detail          PIC  X(240).
           05  t-case-goals           PIC  X(240).
           05  t-responsible-user-id  PIC  9(9).
           05  t-review-date          PIC  X(10).
           05  t-case-status          PIC  X(1).
           05  t-created-date         PIC  X(10).
       01  health-log-rec-vars.
           05  t-log-date             PIC  X(16).
           05  t-log-text             PIC  X(240).
           05  t-log-by               PIC  9(9).
           05  t-log-review-date      PIC  X(10).
           05  t-log-status           PIC  X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-case-listed-cnt       PIC 9(5)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-title         PIC X(480) VALUE SPACE.
       01  wc-escaped-detail        PIC X(480) VALUE SPACE.
       01  wc-escaped-goals         PIC X(480) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.

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
                        IF is-student-posted
                            PERFORM B0300-list-student-cases
                        ELSE
                            PERFORM B0200-list-open-cases
                        END-IF
                        PERFORM B0290-write-audit-row
                        PERFORM B0295-commit-work
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
               PERFORM A0110-init-list-action
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           .

       *>**************************************************
       A0110-init-list-action.

           *> session token issued by cgi-login - resolved to
           *> the caller's user_id once connected
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> student_user_id (optional) - one student in full
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-student-user-id
               SET is-student-posted TO TRUE
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

           MOVE 'health-case' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-open-cases.

           *> the worklist - titles only, the details stay on
           *> the per-student page
           EXEC SQL
               DECLARE cursopenhealth CURSOR FOR
               SELECT h.case_id, h.student_user_id,
                      TRIM(u.user_firstname) || ' ' ||
                      TRIM(u.user_lastname),
                      h.case_type, h.case_title,
                      h.responsible_user_id, h.review_date
               FROM tbl_health_case h
               INNER JOIN tbl_user u
               ON u.user_id = h.student_user_id
               WHERE h.case_status = 'O'
               ORDER BY CASE WHEN h.review_date <> ''
                             AND h.review_date <= :wc-today-date
                             THEN 0 ELSE 1 END,
                        h.review_date, h.case_id
           END-EXEC

           EXEC SQL
               OPEN cursopenhealth
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Ärende</th><th>Elev</th><th>Namn</th>'
                   '<th>Typ</th><th>Rubrik</th>'
                   '<th>Ansvarig</th><th>Uppföljning</th></tr>'

           EXEC SQL
               FETCH cursopenhealth INTO :t-case-id,
                                         :t-student-user-id,
                                         :t-student-name,
                                         :t-case-type,
                                         :t-case-title,
                                         :t-responsible-user-id,
                                         :t-review-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-case-listed-cnt
               PERFORM B0210-write-open-case-row

               EXEC SQL
                   FETCH cursopenhealth INTO :t-case-id,
                                             :t-student-user-id,
                                             :t-student-name,
                                             :t-case-type,
                                             :t-case-title,
                                             :t-responsible-user-id,
                                             :t-review-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursopenhealth
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0210-write-open-case-row.

           MOVE t-student-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           MOVE t-case-title TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-title
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-title

           DISPLAY '<tr><td>' t-case-id '</td>'
                   '<td>' t-student-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-case-type '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-title) '</td>'
                   '<td>' t-responsible-user-id '</td>'
                   '<td>' FUNCTION TRIM(t-review-date)
                   '</td></tr>'

           .

       *>**************************************************
       B0300-list-student-cases.

           EXEC SQL
               DECLARE cursstudhealth CURSOR FOR
               SELECT case_id, case_type, case_title,
                      case_detail, case_goals,
                      responsible_user_id, review_date,
                      case_status,
                      TO_CHAR(created_date, 'YYYY-MM-DD')
               FROM tbl_health_case
               WHERE student_user_id = :t-student-user-id
               ORDER BY case_id DESC
           END-EXEC

           EXEC SQL
               OPEN cursstudhealth
           END-EXEC

           EXEC SQL
               FETCH cursstudhealth INTO :t-case-id,
                                         :t-case-type,
                                         :t-case-title,
                                         :t-case-detail,
                                         :t-case-goals,
                                         :t-responsible-user-id,
                                         :t-review-date,
                                         :t-case-status,
                                         :t-created-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-case-listed-cnt
               PERFORM B0310-write-student-case

               EXEC SQL
                   FETCH cursstudhealth INTO :t-case-id,
                                             :t-case-type,
                                             :t-case-title,
                                             :t-case-detail,
                                             :t-case-goals,
                                             :t-responsible-user-id,
                                             :t-review-date,
                                             :t-case-status,
                                             :t-created-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursstudhealth
           END-EXEC

           .

       *>**************************************************
       B0310-write-student-case.

           MOVE t-case-title TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-title
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-title

           MOVE t-case-detail TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-detail
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-detail

           MOVE t-case-goals TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-goals
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-goals

           DISPLAY '<h3>Ärende ' t-case-id ' ('
                   t-case-type ') '
                   FUNCTION TRIM(wc-escaped-title) '</h3>'
           DISPLAY '<p>Status ' t-case-status
                   ', öppnat ' t-created-date
                   ', ansvarig ' t-responsible-user-id
                   ', uppföljning '
                   FUNCTION TRIM(t-review-date) '</p>'
           DISPLAY '<p>Underlag: '
                   FUNCTION TRIM(wc-escaped-detail) '</p>'
           DISPLAY '<p>Mål: '
                   FUNCTION TRIM(wc-escaped-goals) '</p>'

           PERFORM B0320-list-case-log

           .

       *>**************************************************
       B0320-list-case-log.

           EXEC SQL
               DECLARE curshealthlog CURSOR FOR
               SELECT TO_CHAR(created_date, 'YYYY-MM-DD HH24:MI'),
                      log_text, created_by, review_date,
                      case_status
               FROM tbl_health_case_log
               WHERE case_id = :t-case-id
               ORDER BY log_id
           END-EXEC

           EXEC SQL
               OPEN curshealthlog
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Datum</th><th>Av</th>'
                   '<th>Anteckning</th><th>Uppföljning</th>'
                   '<th>Status</th></tr>'

           EXEC SQL
               FETCH curshealthlog INTO :t-log-date,
                                        :t-log-text,
                                        :t-log-by,
                                        :t-log-review-date,
                                        :t-log-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0330-write-log-row

               EXEC SQL
                   FETCH curshealthlog INTO :t-log-date,
                                            :t-log-text,
                                            :t-log-by,
                                            :t-log-review-date,
                                            :t-log-status
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curshealthlog
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0330-write-log-row.

           MOVE t-log-text TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-detail
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-detail

           DISPLAY '<tr><td>' t-log-date '</td>'
                   '<td>' t-log-by '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-detail) '</td>'
                   '<td>' FUNCTION TRIM(t-log-review-date) '</td>'
                   '<td>' t-log-status '</td></tr>'

           .

       *>**************************************************
       B0290-write-audit-row.

           *> who read which student's health cases is part of
           *> the protection
           MOVE 'cgi-list-health-cases' TO t-audit-program
           MOVE 'VIEW' TO t-audit-action
           MOVE SPACE TO t-audit-key
           IF is-student-posted
               STRING 'health cases student='
                      t-student-user-id
                      DELIMITED BY SIZE INTO t-audit-key
               END-STRING
           ELSE
               MOVE 'health case worklist' TO t-audit-key
           END-IF
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING wn-case-listed-cnt ' cases read'
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0295-commit-work.

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
