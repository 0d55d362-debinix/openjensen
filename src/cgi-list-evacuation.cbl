       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The emergency list for one site (ort_id):
       *>          every room in use right now and who should be
       *>          in it - students of the lesson less those
       *>          marked absent, exam sitters, teachers,
       *>          substitutes and invigilators (see
       *>          v_evacuation_now). print=Y gives a compact
       *>          layout with a box to tick per name, to fit a
       *>          few pages. With rollcall_id it shows a roll
       *>          call from cgi-start-rollcall instead, with who
       *>          is found and who is still missing
       *>          (missing_only=Y for the missing alone).
       *>          Guarded by 'evacuation'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Students in self-booked group rooms listed.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-evacuation.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Utrymningslista'.

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
       01  evacuation-rec-vars.
             05  t-ort-id               PIC  9(9)  VALUE ZERO.
             05  t-rollcall-id          PIC  9(9)  VALUE ZERO.
             05  t-missing-only         PIC  X(1)  VALUE 'N'.
             05  t-rollcall-status      PIC  X(1)  VALUE SPACE.
             05  t-started-date         PIC  X(16) VALUE SPACE.
             05  t-lokal-name           PIC  X(40) VALUE SPACE.
             05  t-course-name          PIC  X(40) VALUE SPACE.
             05  t-person-name          PIC  X(40) VALUE SPACE.
             05  t-person-user-id       PIC  9(9)  VALUE ZERO.
             05  t-person-role          PIC  X(1)  VALUE SPACE.
             05  t-found-status         PIC  X(1)  VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> print=Y gives the compact list for paper - a heading
       *> per room and the names run on after it
       01  wc-print-flag            PIC  X(1)  VALUE 'N'.
           88  is-print-layout                 VALUE 'Y'.
       01  wc-prev-room             PIC  X(80) VALUE SPACE.
       01  wc-this-room             PIC  X(80) VALUE SPACE.
       01  wc-role-text             PIC  X(10) VALUE SPACE.
       01  wc-found-text            PIC  X(10) VALUE SPACE.
       01  wn-person-cnt            PIC 9(5)   VALUE ZERO.
       01  wn-missing-cnt           PIC 9(5)   VALUE ZERO.

       *> room, course and person names are user-entered text
       01  wc-escape-input          PIC X(40)  VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-room          PIC X(240) VALUE SPACE.
       01  wc-escaped-course        PIC X(240) VALUE SPACE.

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
                        PERFORM B0200-list-evacuation
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

           .

       *>**************************************************
       A0110-init-list-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the site - required unless a roll call is asked for
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           *> a roll call from cgi-start-rollcall (optional)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'rollcall_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-rollcall-id
           END-IF

           *> Y - only those not yet marked found
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'missing_only' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO t-missing-only
           END-IF

           *> Y - the compact layout for paper
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'print' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:1) = 'Y'
               MOVE 'Y' TO wc-print-flag
           END-IF

           IF t-ort-id = ZERO AND t-rollcall-id = ZERO
               MOVE 'Ange ort eller upprop' TO wc-printscr-string
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
       B0200-list-evacuation.

           IF t-rollcall-id > ZERO
               PERFORM B0210-list-rollcall
           ELSE
               PERFORM B0220-list-now
           END-IF

           .

       *>**************************************************
       B0210-list-rollcall.

           EXEC SQL
               SELECT ort_id, rollcall_status,
                      TO_CHAR(started_date, 'YYYY-MM-DD HH24:MI')
               INTO :t-ort-id, :t-rollcall-status,
                    :t-started-date
               FROM tbl_rollcall
               WHERE rollcall_id = :t-rollcall-id
           END-EXEC

           IF  sqlcode NOT = zero
               MOVE 'Okänt upprop' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               DISPLAY '<p>Upprop ' t-rollcall-id ' ort ' t-ort-id
                       ' startat ' t-started-date
               IF t-rollcall-status = 'C'
                   DISPLAY ' (avslutat)</p>'
               ELSE
                   DISPLAY '</p>'
               END-IF
               PERFORM B0215-list-rollcall-persons
           END-IF

           .

       *>**************************************************
       B0215-list-rollcall-persons.

           *> as frozen when the roll call started - the missing
           *> first, room by room
           EXEC SQL
               DECLARE cursrollcall CURSOR FOR
               SELECT COALESCE(l.Lokalnamn, ''),
                      COALESCE(c.course_name, 'Grupprum'),
                      LEFT(TRIM(u.user_firstname) || ' '
                           || TRIM(u.user_lastname), 40),
                      p.user_id, p.person_role, p.found_status
               FROM tbl_rollcall_person p
               INNER JOIN tbl_user u
                   ON u.user_id = p.user_id
               LEFT JOIN T_JLOKAL l
                   ON l.Lokal_id = p.lokal_id
               LEFT JOIN tbl_course c
                   ON c.course_id = p.course_id
               WHERE p.rollcall_id = :t-rollcall-id
               AND (:t-missing-only = 'N'
                    OR p.found_status = 'N')
               ORDER BY l.Lokalnamn, c.course_name,
                        p.person_role DESC, u.user_lastname,
                        u.user_firstname
           END-EXEC

           PERFORM B0240-start-list

           EXEC SQL
               OPEN cursrollcall
           END-EXEC

           EXEC SQL
               FETCH cursrollcall INTO :t-lokal-name,
                                       :t-course-name,
                                       :t-person-name,
                                       :t-person-user-id,
                                       :t-person-role,
                                       :t-found-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0230-write-person

               EXEC SQL
                   FETCH cursrollcall INTO :t-lokal-name,
                                           :t-course-name,
                                           :t-person-name,
                                           :t-person-user-id,
                                           :t-person-role,
                                           :t-found-status
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursrollcall
           END-EXEC

           PERFORM B0250-end-list

           .

       *>**************************************************
       B0220-list-now.

           *> who should be in the building at this moment - see
           *> v_evacuation_now; staff before students in a room
           EXEC SQL
               DECLARE cursevacnow CURSOR FOR
               SELECT l.Lokalnamn,
                      COALESCE(c.course_name, 'Grupprum'),
                      LEFT(TRIM(u.user_firstname) || ' '
                           || TRIM(u.user_lastname), 40),
                      v.user_id, v.person_role, ' '
               FROM v_evacuation_now v
               INNER JOIN tbl_user u
                   ON u.user_id = v.user_id
               INNER JOIN T_JLOKAL l
                   ON l.Lokal_id = v.lokal_id
               LEFT JOIN tbl_course c
                   ON c.course_id = v.course_id
               WHERE v.ort_id = :t-ort-id
               ORDER BY l.Lokalnamn, c.course_name,
                        v.person_role DESC, u.user_lastname,
                        u.user_firstname
           END-EXEC

           PERFORM B0240-start-list

           EXEC SQL
               OPEN cursevacnow
           END-EXEC

           EXEC SQL
               FETCH cursevacnow INTO :t-lokal-name,
                                      :t-course-name,
                                      :t-person-name,
                                      :t-person-user-id,
                                      :t-person-role,
                                      :t-found-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0230-write-person

               EXEC SQL
                   FETCH cursevacnow INTO :t-lokal-name,
                                          :t-course-name,
                                          :t-person-name,
                                          :t-person-user-id,
                                          :t-person-role,
                                          :t-found-status
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursevacnow
           END-EXEC

           PERFORM B0250-end-list

           .

       *>**************************************************
       B0230-write-person.

           ADD 1 TO wn-person-cnt

           EVALUATE t-person-role
               WHEN 'T'
                   MOVE 'Lärare' TO wc-role-text
               WHEN 'V'
                   MOVE 'Vikarie' TO wc-role-text
               WHEN 'P'
                   MOVE 'Provvakt' TO wc-role-text
               WHEN OTHER
                   MOVE 'Elev' TO wc-role-text
           END-EVALUATE

           EVALUATE t-found-status
               WHEN 'Y'
                   MOVE 'Funnen' TO wc-found-text
               WHEN 'N'
                   MOVE 'SAKNAS' TO wc-found-text
                   ADD 1 TO wn-missing-cnt
               WHEN OTHER
                   MOVE SPACE TO wc-found-text
           END-EVALUATE

           MOVE SPACE TO wc-this-room
           STRING t-lokal-name t-course-name
                  DELIMITED BY SIZE INTO wc-this-room
           END-STRING
           IF wc-this-room NOT = wc-prev-room
               MOVE wc-this-room TO wc-prev-room
               MOVE t-lokal-name TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-room
               MOVE t-course-name TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-course
               IF is-print-layout
                   DISPLAY '</p><h4>' FUNCTION TRIM(wc-escaped-room)
                           ' - ' FUNCTION TRIM(wc-escaped-course)
                           '</h4><p>'
               END-IF
           END-IF

           MOVE t-person-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           *> on paper a box to tick and the role of staff only;
           *> on screen the id the mark-off page posts back
           IF is-print-layout
               IF t-person-role = 'E'
                   DISPLAY '[ ] ' FUNCTION TRIM(wc-escaped-value)
                           ';'
               ELSE
                   DISPLAY '[ ] ' FUNCTION TRIM(wc-escaped-value)
                           ' (' FUNCTION TRIM(wc-role-text) ');'
               END-IF
           ELSE
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-room)
                       '</td>'
                       '<td>' FUNCTION TRIM(wc-escaped-course)
                       '</td>'
                       '<td>' FUNCTION TRIM(wc-escaped-value)
                       '</td>'
                       '<td>' FUNCTION TRIM(wc-role-text) '</td>'
                       '<td>' t-person-user-id '</td>'
                       '<td>' FUNCTION TRIM(wc-found-text)
                       '</td></tr>'
           END-IF

           .

       *>**************************************************
       B0240-start-list.

           IF is-print-layout
               DISPLAY '<div style="font-size:9pt"><p>'
           ELSE
               DISPLAY '<table border="1">'
               DISPLAY '<tr><th>Lokal</th><th>Kurs</th>'
                       '<th>Namn</th><th>Roll</th><th>Id</th>'
                       '<th>Status</th></tr>'
           END-IF

           .

       *>**************************************************
       B0250-end-list.

           IF is-print-layout
               DISPLAY '</p></div>'
           ELSE
               DISPLAY '</table>'
           END-IF

           MOVE SPACE TO wc-printscr-string
           IF t-rollcall-id > ZERO
               STRING wn-person-cnt ' personer, '
                      wn-missing-cnt ' saknas'
                      DELIMITED BY SIZE INTO wc-printscr-string
               END-STRING
           ELSE
               STRING wn-person-cnt ' personer i byggnaden'
                      DELIMITED BY SIZE INTO wc-printscr-string
               END-STRING
           END-IF
           CALL 'ok-printscr' USING wc-printscr-string

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
