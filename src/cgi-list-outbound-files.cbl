       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The register of files sent to authorities and
       *>          partners (tbl_outbound_file), newest first -
       *>          all, or one file_kind posted - with period,
       *>          sequence number, records, control total,
       *>          status, sent and receipt dates and the archived
       *>          copy. With a file_id posted, that file and the
       *>          records the receiver rejected, each with the
       *>          correction file that carried it again. Guarded
       *>          by 'outbound-files'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-outbound-files.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
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

       01  wc-pagetitle            PIC X(20) VALUE 'Utgående filer'.

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
       01  outbound-rec-vars.
             05  t-file-id              PIC  9(9)  VALUE ZERO.
             05  t-file-kind            PIC  X(30) VALUE SPACE.
             05  t-file-period          PIC  X(10) VALUE SPACE.
             05  t-file-seq             PIC  9(6)  VALUE ZERO.
             05  t-correction-of        PIC  9(9)  VALUE ZERO.
             05  t-record-cnt           PIC  9(7)  VALUE ZERO.
             05  t-control-total        PIC  9(12) VALUE ZERO.
             05  t-control-label        PIC  X(20) VALUE SPACE.
             05  t-line-cnt             PIC  9(7)  VALUE ZERO.
             05  t-file-status          PIC  X(1)  VALUE SPACE.
             05  t-sent-date            PIC  X(10) VALUE SPACE.
             05  t-receipt-date         PIC  X(10) VALUE SPACE.
             05  t-accepted-cnt         PIC  9(7)  VALUE ZERO.
             05  t-rejected-cnt         PIC  9(7)  VALUE ZERO.
             05  t-archive-file         PIC  X(60) VALUE SPACE.
       01  reject-rec-vars.
             05  t-record-key           PIC  X(20) VALUE SPACE.
             05  t-error-code           PIC  X(10) VALUE SPACE.
             05  t-error-text           PIC  X(80) VALUE SPACE.
             05  t-corrected-file-id    PIC  9(9)  VALUE ZERO.
       01  filter-vars.
             05  t-filter-kind          PIC  X(30) VALUE SPACE.
             05  t-filter-file-id       PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the file status spelled out
       01  wc-status-text           PIC X(20) VALUE SPACE.

       *> escaped error text for the page - html-escape-field
       *> takes 40 characters, so the text is escaped in two
       *> halves
       01  wc-escape80-input        PIC X(80) VALUE SPACE.
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-first         PIC X(240) VALUE SPACE.

       01  wn-file-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-reject-cnt            PIC 9(6)  VALUE ZERO.

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
                        PERFORM B0200-list-action
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

           *> file_kind (optional) - one kind of file only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'file_kind' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:30) TO t-filter-kind

           *> file_id (optional) - that file and its rejects
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'file_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value)
                   TO t-filter-file-id
           END-IF

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
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

           MOVE 'outbound-files' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-action.

           IF t-filter-file-id = ZERO
               DISPLAY '<h2>Utgående filer</h2>'
           ELSE
               DISPLAY '<h2>Utgående fil ' t-filter-file-id '</h2>'
           END-IF

           PERFORM B0210-list-files

           IF t-filter-file-id NOT = ZERO AND wn-file-cnt > ZERO
               PERFORM B0300-list-rejects
           END-IF

           .

       *>**************************************************
       B0210-list-files.

           *> newest first; a file id picks out the one file
           EXEC SQL
               DECLARE cursoutfile CURSOR FOR
               SELECT file_id, file_kind, file_period, file_seq,
                      correction_of, record_cnt, control_total,
                      control_label, line_cnt, file_status,
                      sent_date, receipt_date, accepted_cnt,
                      rejected_cnt, archive_file
               FROM tbl_outbound_file
               WHERE (:t-filter-kind = ''
                      OR file_kind = :t-filter-kind)
               AND (:t-filter-file-id = 0
                    OR file_id = :t-filter-file-id)
               ORDER BY file_id DESC
           END-EXEC

           EXEC SQL
               OPEN cursoutfile
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Fil</th><th>Period</th>'
                   '<th>Nr</th><th>Rättar</th><th>Poster</th>'
                   '<th>Kontrollsumma</th><th>Rader</th>'
                   '<th>Status</th><th>Skickad</th>'
                   '<th>Kvitto</th><th>Godkända</th>'
                   '<th>Avvisade</th><th>Arkivkopia</th></tr>'

           EXEC SQL
               FETCH cursoutfile INTO :t-file-id, :t-file-kind,
                                    :t-file-period, :t-file-seq,
                                    :t-correction-of,
                                    :t-record-cnt,
                                    :t-control-total,
                                    :t-control-label, :t-line-cnt,
                                    :t-file-status, :t-sent-date,
                                    :t-receipt-date,
                                    :t-accepted-cnt,
                                    :t-rejected-cnt,
                                    :t-archive-file
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-file-row

               EXEC SQL
                   FETCH cursoutfile INTO :t-file-id, :t-file-kind,
                                        :t-file-period, :t-file-seq,
                                        :t-correction-of,
                                        :t-record-cnt,
                                        :t-control-total,
                                        :t-control-label, :t-line-cnt,
                                        :t-file-status, :t-sent-date,
                                        :t-receipt-date,
                                        :t-accepted-cnt,
                                        :t-rejected-cnt,
                                        :t-archive-file
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursoutfile
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-file-cnt '</p>'

           .

       *>**************************************************
       B0220-write-file-row.

           EVALUATE t-file-status
               WHEN 'C'
                   MOVE 'skapad' TO wc-status-text
               WHEN 'S'
                   MOVE 'skickad' TO wc-status-text
               WHEN 'A'
                   MOVE 'godkänd' TO wc-status-text
               WHEN 'P'
                   MOVE 'delvis avvisad' TO wc-status-text
               WHEN 'R'
                   MOVE 'avvisad' TO wc-status-text
               WHEN OTHER
                   MOVE t-file-status TO wc-status-text
           END-EVALUATE

           DISPLAY '<tr><td>' t-file-id '</td>'
                   '<td>' FUNCTION TRIM(t-file-kind) '</td>'
                   '<td>' FUNCTION TRIM(t-file-period) '</td>'
                   '<td>' t-file-seq '</td>'
                   '<td>' t-correction-of '</td>'
                   '<td>' t-record-cnt '</td>'
                   '<td>' t-control-total ' '
                   FUNCTION TRIM(t-control-label) '</td>'
                   '<td>' t-line-cnt '</td>'
                   '<td>' FUNCTION TRIM(wc-status-text) '</td>'
                   '<td>' t-sent-date '</td>'
                   '<td>' t-receipt-date '</td>'
                   '<td>' t-accepted-cnt '</td>'
                   '<td>' t-rejected-cnt '</td>'
                   '<td>' FUNCTION TRIM(t-archive-file)
                   '</td></tr>'

           ADD 1 TO wn-file-cnt

           .

       *>**************************************************
       B0300-list-rejects.

           *> the records the receiver sent back, and the
           *> correction file that carried each one again
           EXEC SQL
               DECLARE cursoutreject CURSOR FOR
               SELECT record_key, error_code, error_text,
                      corrected_file_id
               FROM tbl_outbound_reject
               WHERE file_id = :t-filter-file-id
               ORDER BY record_key, reject_id
           END-EXEC

           EXEC SQL
               OPEN cursoutreject
           END-EXEC

           DISPLAY '<h3>Avvisade poster</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Post</th><th>Felkod</th><th>Fel</th>'
                   '<th>Rättad i fil</th></tr>'

           EXEC SQL
               FETCH cursoutreject INTO :t-record-key,
                                    :t-error-code, :t-error-text,
                                    :t-corrected-file-id
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-write-reject-row

               EXEC SQL
                   FETCH cursoutreject INTO :t-record-key,
                                        :t-error-code, :t-error-text,
                                        :t-corrected-file-id
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursoutreject
           END-EXEC

           DISPLAY '</table>'
           DISPLAY '<p>Antal: ' wn-reject-cnt '</p>'

           .

       *>**************************************************
       B0310-write-reject-row.

           MOVE t-error-text TO wc-escape80-input
           MOVE wc-escape80-input(1:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           MOVE wc-escaped-value TO wc-escaped-first

           MOVE wc-escape80-input(41:40) TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value

           IF t-corrected-file-id = ZERO
               DISPLAY '<tr><td>' FUNCTION TRIM(t-record-key)
                       '</td><td>' FUNCTION TRIM(t-error-code)
                       '</td><td>' FUNCTION TRIM(wc-escaped-first)
                       ' ' FUNCTION TRIM(wc-escaped-value)
                       '</td><td>-</td></tr>'
           ELSE
               DISPLAY '<tr><td>' FUNCTION TRIM(t-record-key)
                       '</td><td>' FUNCTION TRIM(t-error-code)
                       '</td><td>' FUNCTION TRIM(wc-escaped-first)
                       ' ' FUNCTION TRIM(wc-escaped-value)
                       '</td><td>' t-corrected-file-id
                       '</td></tr>'
           END-IF

           ADD 1 TO wn-reject-cnt

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
