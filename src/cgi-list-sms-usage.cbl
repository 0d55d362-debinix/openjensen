       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: The monthly SMS cost count - text messages
       *>          sent from tbl_sms_spool in one calendar month
       *>          (posted as month YYYY-MM, default this
       *>          month), per site and per category, with the
       *>          ones that failed alongside and a total line.
       *>          The site is the one recorded on the spool row
       *>          when it was queued.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-sms-usage.
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

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'SMS per månad'.

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

       *> the month counted - YYYY-MM
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-usage-month             PIC X(7) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  usage-rec-vars.
           05  t-ort-name                PIC  X(40).
           05  t-sms-category            PIC  X(12).
           05  t-sent-cnt                PIC  9(7).
           05  t-failed-cnt              PIC  9(7).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-now                     PIC X(21) VALUE SPACE.
       01  wn-sent-total              PIC 9(7)  VALUE ZERO.
       01  wn-failed-total            PIC 9(7)  VALUE ZERO.

       *> escaped copy for the html table
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.


       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

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
                        PERFORM B0200-list-usage
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

           *> optional: the month, YYYY-MM - default this month
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'month' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value(1:4) IS NUMERIC
              AND wc-post-value(5:1) = '-'
              AND wc-post-value(6:2) IS NUMERIC
              AND wc-post-value(8:1) = SPACE
               MOVE wc-post-value(1:7) TO wc-usage-month
           ELSE
               MOVE FUNCTION CURRENT-DATE TO wc-now
               STRING wc-now(1:4) '-' wc-now(5:2)
                      DELIMITED BY SIZE INTO wc-usage-month
               END-STRING
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

           MOVE 'reports' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-usage.

           *> sent counts by the month of sending, failures by
           *> the month they were queued
           EXEC SQL
               DECLARE curssmsusage CURSOR FOR
               SELECT COALESCE(o.enhetsnamn, '-'),
                      m.sms_category,
                      CAST(SUM(CASE WHEN m.sms_status = 'S'
                                    AND TO_CHAR(m.sent_date,
                                                'YYYY-MM')
                                        = :wc-usage-month
                               THEN 1 ELSE 0 END) AS INTEGER),
                      CAST(SUM(CASE WHEN m.sms_status = 'F'
                                    AND TO_CHAR(m.created_date,
                                                'YYYY-MM')
                                        = :wc-usage-month
                               THEN 1 ELSE 0 END) AS INTEGER)
               FROM tbl_sms_spool m
               LEFT JOIN t_ort o
               ON o.ort_id = m.ort_id
               WHERE TO_CHAR(m.sent_date, 'YYYY-MM')
                     = :wc-usage-month
               OR (m.sms_status = 'F'
                   AND TO_CHAR(m.created_date, 'YYYY-MM')
                       = :wc-usage-month)
               GROUP BY COALESCE(o.enhetsnamn, '-'),
                        m.sms_category
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN curssmsusage
           END-EXEC

           DISPLAY '<h2>SMS ' wc-usage-month '</h2>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Enhet</th><th>Kategori</th>'
                   '<th>Skickade</th><th>Misslyckade</th></tr>'

           EXEC SQL
                FETCH curssmsusage INTO :t-ort-name,
                                        :t-sms-category,
                                        :t-sent-cnt,
                                        :t-failed-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-write-usage-html-row

               EXEC SQL
                    FETCH curssmsusage INTO :t-ort-name,
                                            :t-sms-category,
                                            :t-sent-cnt,
                                            :t-failed-cnt
               END-EXEC

           END-PERFORM

           DISPLAY '<tr><td><b>Totalt</b></td><td></td>'
                   '<td><b>' wn-sent-total '</b></td>'
                   '<td><b>' wn-failed-total '</b></td></tr>'
           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curssmsusage
           END-EXEC

           .

       *>**************************************************
       B0210-write-usage-html-row.

           MOVE t-ort-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                   '</td>'

           MOVE t-sms-category TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           DISPLAY '<td>' t-sent-cnt '</td>'
                   '<td>' t-failed-cnt '</td></tr>'

           ADD t-sent-cnt TO wn-sent-total
           ADD t-failed-cnt TO wn-failed-total

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
