       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Page texts in the caller's language.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-messages.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
           05  t-message-id              PIC  9(9).
           05  t-thread-id               PIC  9(9).
           05  t-course-name             PIC  X(40).
           05  t-sender-user-id          PIC  9(9).
           05  t-recipient-user-id       PIC  9(9).
           05  t-message-text            PIC  X(80).
           05  t-msg-is-read             PIC  X(1).
           05  t-msg-created             PIC  X(19).
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> page texts in the caller's language - see
       *> copy/get-ui-text.cpy
       COPY ui-text-vars.

       *> the Swedish texts, replaced from tbl_ui_text
       01  ui-labels.
           05  wc-lbl-thread          PIC X(20) VALUE 'Tråd'.
           05  wc-lbl-course          PIC X(20) VALUE 'Kurs'.
           05  wc-lbl-from            PIC X(20) VALUE 'Från'.
           05  wc-lbl-to              PIC X(20) VALUE 'Till'.
           05  wc-lbl-time            PIC X(20) VALUE 'Tid'.
           05  wc-lbl-message         PIC X(20) VALUE 'Meddelande'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
                    IF is-caller-authorized
                        PERFORM B0200-list-message-rows
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
           MOVE 'messages.title' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-pagetitle

           MOVE wc-lbl-thread TO wc-ui-text
           MOVE 'messages.thread' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-thread

           MOVE wc-lbl-course TO wc-ui-text
           MOVE 'messages.course' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-course

           MOVE wc-lbl-from TO wc-ui-text
           MOVE 'messages.from' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-from

           MOVE wc-lbl-to TO wc-ui-text
           MOVE 'messages.to' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-to

           MOVE wc-lbl-time TO wc-ui-text
           MOVE 'messages.time' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-time

           MOVE wc-lbl-message TO wc-ui-text
           MOVE 'messages.message' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-message

           PERFORM Z0410-start-html

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>' FUNCTION TRIM(wc-lbl-thread) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-course) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-from) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-to) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-time) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-message)
                   '</th></tr>'

           EXEC SQL
                FETCH cursmsg INTO :t-message-id, :t-thread-id,
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
