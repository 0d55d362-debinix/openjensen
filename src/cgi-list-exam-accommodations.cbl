       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The exam accommodations on file - every one
       *>          still valid today or later, or all of one
       *>          student's when a user_id is posted - with the
       *>          extra time, the room needs and the validity
       *>          period ('exam-accommodation'). Registered
       *>          through cgi-add-exam-accommodation.
       *> Created: 2026-10-07
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-exam-accommodations.
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

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  accommodation-rec-vars.
           05  t-accommodation-id     PIC  9(9).
           05  t-user-id              PIC  9(9) VALUE ZERO.
           05  t-student-name         PIC  X(40).
           05  t-extra-minutes        PIC  9(4).
           05  t-need-separate        PIC  X(1).
           05  t-need-reader          PIC  X(1).
           05  t-need-computer        PIC  X(1).
           05  t-valid-from           PIC  X(10).
           05  t-valid-to             PIC  X(10).
           05  t-accommodation-note   PIC  X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-listed-cnt            PIC 9(5)  VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-name          PIC X(480) VALUE SPACE.
       01  wc-escaped-note          PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-list-accommodations
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

           *> user_id (optional) - one student's history
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-user-id
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

           MOVE 'exam-accommodation' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-accommodations.

           *> no student posted: everything not yet expired;
           *> a student posted: that student's, expired too
           EXEC SQL
               DECLARE cursaccomm CURSOR FOR
               SELECT a.accommodation_id, a.user_id,
                      TRIM(u.user_firstname) || ' ' ||
                      TRIM(u.user_lastname),
                      a.extra_minutes, a.need_separate,
                      a.need_reader, a.need_computer,
                      a.valid_from, a.valid_to,
                      a.accommodation_note
               FROM tbl_exam_accommodation a
               INNER JOIN tbl_user u
               ON u.user_id = a.user_id
               WHERE (:t-user-id = 0
                      AND a.valid_to >= :wc-today-date)
               OR a.user_id = :t-user-id
               ORDER BY u.user_lastname, u.user_firstname,
                        a.valid_from
           END-EXEC

           EXEC SQL
               OPEN cursaccomm
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Elev</th><th>Namn</th>'
                   '<th>Extra min</th><th>Eget rum</th>'
                   '<th>Uppläsare</th><th>Dator</th>'
                   '<th>Från</th><th>Till</th>'
                   '<th>Anteckning</th></tr>'

           EXEC SQL
               FETCH cursaccomm INTO :t-accommodation-id,
                                     :t-user-id,
                                     :t-student-name,
                                     :t-extra-minutes,
                                     :t-need-separate,
                                     :t-need-reader,
                                     :t-need-computer,
                                     :t-valid-from,
                                     :t-valid-to,
                                     :t-accommodation-note
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-listed-cnt
               PERFORM B0210-write-accommodation-row

               EXEC SQL
                   FETCH cursaccomm INTO :t-accommodation-id,
                                         :t-user-id,
                                         :t-student-name,
                                         :t-extra-minutes,
                                         :t-need-separate,
                                         :t-need-reader,
                                         :t-need-computer,
                                         :t-valid-from,
                                         :t-valid-to,
                                         :t-accommodation-note
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursaccomm
           END-EXEC

           DISPLAY '</table>'

           .

       *>**************************************************
       B0210-write-accommodation-row.

           MOVE t-student-name TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-name
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-name

           MOVE t-accommodation-note TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-note
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-note

           DISPLAY '<tr><td>' t-accommodation-id '</td>'
                   '<td>' t-user-id '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-name) '</td>'
                   '<td>' t-extra-minutes '</td>'
                   '<td>' t-need-separate '</td>'
                   '<td>' t-need-reader '</td>'
                   '<td>' t-need-computer '</td>'
                   '<td>' t-valid-from '</td>'
                   '<td>' t-valid-to '</td>'
                   '<td>' FUNCTION TRIM(wc-escaped-note)
                   '</td></tr>'

           .

       *>**************************************************
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
