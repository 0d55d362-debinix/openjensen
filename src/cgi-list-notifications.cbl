       *> Created: 2026-08-09
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Page texts in the caller's language.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-notifications.
       *> only the student himself, staff, or a guardian linked to
       *> this student via tbl_guardian_student may see these
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id                  PIC  9(9) VALUE ZERO.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       01  wn-guardian-link-cnt        PIC  9(9) VALUE ZERO.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> page texts in the caller's language - see
       *> copy/get-ui-text.cpy
       COPY ui-text-vars.

       *> the Swedish texts, replaced from tbl_ui_text
       01  ui-labels.
           05  wc-lbl-unread-msg      PIC X(40) VALUE
                   'Olästa meddelanden'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
                    IF is-caller-authorized
                        PERFORM B0200-list-notifications
                    ELSE
                        MOVE 'Behörighet saknas' TO wc-ui-text
                        MOVE 'common.no-access' TO wc-ui-key
                        PERFORM Z0420-stop-message
                    END-IF

                    PERFORM Z0200-disconnect

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *> the html page starts once connected, when the
           *> caller's language is known - Swedish until then
           MOVE 'sv' TO wc-ui-page-lang

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0102-start-page
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.

           .

       *>**************************************************
       B0102-start-page.

           *> the caller's language, then the page's texts in it
           COPY get-ui-language.

           MOVE wc-pagetitle TO wc-ui-text
           MOVE 'notifications.title' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-pagetitle

           MOVE wc-lbl-unread-msg TO wc-ui-text
           MOVE 'notifications.unread-messages' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-unread-msg

           PERFORM Z0410-start-html

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           END-EXEC

           IF  sqlcode = zero
               DISPLAY '<p>' FUNCTION TRIM(wc-lbl-unread-msg) ': '
                       wn-unread-msg-cnt '</p>'
           END-IF

       *>**************************************************
       C0100-closedown.

           *> a run that never got as far as the database
           PERFORM Z0410-start-html

           CALL 'wui-end-html' USING wn-rtn-code

           .

           .

       *>**************************************************
       Z0400-get-ui-text.

           *> requires the ending dot (and no extension)!
           COPY get-ui-text.

           .

       *>**************************************************
       Z0410-start-html.

           *> the html page is started once, in the caller's
           *> language when that is known by then
           IF wc-ui-page-started NOT = 'Y'
               MOVE 'Y' TO wc-ui-page-started
               CALL 'wui-start-html' USING wc-pagetitle
           END-IF

           .

       *>**************************************************
       Z0420-stop-message.

           *> wc-ui-text and wc-ui-key set by the caller
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-printscr-string
           CALL 'stop-printscr' USING wc-printscr-string

           .

       *>**************************************************
       *> END PROGRAM
