       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Show a student's medical notes - allergies,
       *>          epilepsy, diabetes and the like, with what
       *>          staff should do - on a need-to-know basis.
       *>          The student health team ('medical-note') sees
       *>          every note, withdrawn ones marked. Anyone else
       *>          needs 'medical-read' and must teach the student
       *>          right now (v_medical_need_to_know: a teacher of
       *>          a running course the student takes, a mentor
       *>          of the student's class, or a substitute on such
       *>          a course during the substitution), and sees the
       *>          notes in force. Every view is logged in
       *>          tbl_read_log.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-medical-notes.
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
            03  is-health-team-switch       PIC X   VALUE 'N'.
                88  is-health-team                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Medicinsk info'.

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

       *> which student to show
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-relation-cnt               PIC  9(4) VALUE ZERO.
       01  t-show-withdrawn              PIC  X(1) VALUE 'N'.
       01  note-rec-vars.
           05  t-student-name            PIC  X(80).
           05  t-note-id                 PIC  9(9).
           05  t-note-kind               PIC  X(1).
           05  t-note-title              PIC  X(40).
           05  t-note-text               PIC  X(240).
           05  t-note-action             PIC  X(240).
           05  t-note-active             PIC  X(1).
           05  t-note-date               PIC  X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the notes are user-entered text - escaped before
       *> they reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wc-kind-name               PIC X(10) VALUE SPACE.
       01  wn-note-listed-cnt         PIC 9(4)  VALUE ZERO.


       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

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
                        PERFORM B0190-write-read-log
                        PERFORM B0200-list-note-rows
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

           *> which student (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-user-id
           ELSE
               MOVE 'N' TO is-valid-init-switch
               MOVE 'Saknar ett angivet användar id'
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

           *> the health team keeps the notes and sees them all
           MOVE 'medical-note' TO wc-permission-function

           COPY check-permission.

           IF is-caller-authorized
               SET is-health-team TO TRUE
           ELSE
               MOVE 'medical-read' TO wc-permission-function

               COPY check-permission.

               *> and then only while teaching the student
               IF is-caller-authorized
                   PERFORM B0110-check-need-to-know
               END-IF
           END-IF

           .

       *>**************************************************
       B0110-check-need-to-know.

           MOVE ZERO TO wn-relation-cnt

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-relation-cnt
               FROM v_medical_need_to_know
               WHERE student_user_id = :wn-user-id
               AND viewer_user_id = :wn-requesting-user-id
           END-EXEC

           IF  sqlcode NOT = zero OR wn-relation-cnt = ZERO
                MOVE 'N' TO is-caller-authorized-switch
           END-IF

           .

       *>**************************************************
       B0190-write-read-log.

           *> who looked at this student's medical notes
           MOVE wn-user-id TO t-read-student-id
           MOVE 'cgi-list-medical-notes' TO t-read-program
           MOVE 'medicinsk information' TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-list-note-rows.

           EXEC SQL
               SELECT TRIM(user_firstname) || ' ' ||
                      TRIM(user_lastname)
               INTO :t-student-name
               FROM tbl_user
               WHERE user_id = :wn-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE t-student-name TO wc-escape-input
                CALL 'html-escape-field' USING wn-rtn-code
                     wc-escape-input wc-escaped-value
                DISPLAY '<h2>' FUNCTION TRIM(wc-escaped-value)
                        '</h2>'
                PERFORM B0205-list-notes
           END-IF

           .

       *>**************************************************
       B0205-list-notes.

           *> a withdrawn note is for the health team's eyes
           MOVE is-health-team-switch TO t-show-withdrawn

           EXEC SQL
               DECLARE cursmednote CURSOR FOR
               SELECT note_id, note_kind, note_title, note_text,
                      note_action, note_active,
                      TO_CHAR(COALESCE(changed_date, created_date),
                              'YYYY-MM-DD')
               FROM tbl_medical_note
               WHERE student_user_id = :wn-user-id
               AND (note_active = 'Y'
                    OR :t-show-withdrawn = 'Y')
               ORDER BY note_active DESC, note_kind, note_id
           END-EXEC

           EXEC SQL
               OPEN cursmednote
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Typ</th><th>Rubrik</th>'
                   '<th>Beskrivning</th><th>Gör så här</th>'
                   '<th>Ändrad</th></tr>'

           EXEC SQL
                FETCH cursmednote INTO :t-note-id, :t-note-kind,
                                       :t-note-title,
                                       :t-note-text,
                                       :t-note-action,
                                       :t-note-active,
                                       :t-note-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               ADD 1 TO wn-note-listed-cnt
               PERFORM B0210-write-note-html-row

               EXEC SQL
                    FETCH cursmednote INTO :t-note-id,
                                           :t-note-kind,
                                           :t-note-title,
                                           :t-note-text,
                                           :t-note-action,
                                           :t-note-active,
                                           :t-note-date
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursmednote
           END-EXEC

           IF wn-note-listed-cnt = ZERO
               DISPLAY '<p>Ingen medicinsk information.</p>'
           END-IF

           .

       *>**************************************************
       B0210-write-note-html-row.

           EVALUATE t-note-kind
               WHEN 'A'
                   MOVE 'Allergi' TO wc-kind-name
               WHEN 'E'
                   MOVE 'Epilepsi' TO wc-kind-name
               WHEN 'D'
                   MOVE 'Diabetes' TO wc-kind-name
               WHEN OTHER
                   MOVE 'Övrigt' TO wc-kind-name
           END-EVALUATE

           IF t-note-active = 'N'
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-kind-name)
                       ' (upphörd)</td>'
           ELSE
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-kind-name)
                       '</td>'
           END-IF

           MOVE t-note-title TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-note-text TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-note-action TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'
                   '<td>' t-note-date '</td></tr>'

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
