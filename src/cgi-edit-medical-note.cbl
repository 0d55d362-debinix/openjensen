       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Change a student's medical note: a new
       *>          title, text or what-to-do, or withdraw it
       *>          (note_active N) when it no longer applies - a
       *>          withdrawn note is kept but no longer shown or
       *>          marked on the lists. Student health team only
       *>          ('medical-note'). The change lands in
       *>          tbl_audit without quoting the note.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-edit-medical-note.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-edit.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-note-on-file-switch         PIC X   VALUE 'N'.
                88  is-note-on-file                    VALUE 'Y'.

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

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-note-cnt                 PIC  9(4) VALUE ZERO.
       01  medical-note-rec-vars.
             05  t-note-id              PIC  9(9) VALUE ZERO.
             05  t-note-title           PIC  X(40) VALUE SPACE.
             05  t-note-text            PIC  X(240) VALUE SPACE.
             05  t-note-action          PIC  X(240) VALUE SPACE.
             05  t-note-active          PIC  X(1) VALUE SPACE.
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
                        PERFORM B0200-update-note
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

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'session_token' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO wc-session-token

               *> which note (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'note_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO t-note-id
               END-IF

               *> a new title (optional - blank keeps the
               *> current one, as for the two texts below)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'note_title' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO t-note-title

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'note_text' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO t-note-text

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'note_action' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO t-note-action

               *> Y keeps it in force, N withdraws it (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'note_active' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value = 'Y' OR wc-post-value = 'N'
                   MOVE wc-post-value(1:1) TO t-note-active
               END-IF

               IF t-note-id > ZERO
                  AND t-note-active NOT = SPACE
                   SET is-valid-init TO TRUE
               ELSE
                   MOVE 'Ogiltig begäran' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               END-IF

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

           MOVE 'medical-note' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-update-note.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-note-cnt
               FROM tbl_medical_note
               WHERE note_id = :t-note-id
           END-EXEC

           IF  sqlcode = zero AND wn-note-cnt > ZERO
                SET is-note-on-file TO TRUE
           END-IF

           IF NOT is-note-on-file
               MOVE 'Okänd anteckning' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE

               *> blank fields keep what the note already holds
               EXEC SQL
                   UPDATE tbl_medical_note
                   SET note_title =
                         CASE WHEN :t-note-title = ''
                              THEN note_title
                              ELSE :t-note-title END,
                       note_text =
                         CASE WHEN :t-note-text = ''
                              THEN note_text
                              ELSE :t-note-text END,
                       note_action =
                         CASE WHEN :t-note-action = ''
                              THEN note_action
                              ELSE :t-note-action END,
                       note_active = :t-note-active,
                       changed_by = :wn-requesting-user-id,
                       changed_date = CURRENT_TIMESTAMP
                   WHERE note_id = :t-note-id
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0220-write-audit-row
                    PERFORM B0230-commit-work
                    MOVE 'Informationen uppdaterad'
                        TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
               END-IF

           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           *> the trail names the note, never its text
           MOVE 'cgi-edit-medical-note' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'note_id=' t-note-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'active=' t-note-active
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0230-commit-work.

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
