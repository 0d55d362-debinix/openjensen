       *>          rendered day by day and time by time in the
       *>          same wui-start-html pages the listings use.
       *>          This replaces the laminated paper schedules on
       *>          the classroom doors. A student's week also
       *>          lists any workplace placement (APL / LIA)
       *>          overlapping it, so those weeks do not look
       *>          empty. With session_token posted the page is
       *>          drawn in the caller's language.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Workplace placement weeks in the student
       *>            week.
       *>       0.3: Page texts in the caller's language.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-timetable.
                88  is-teacher-mode                 VALUE 'Y'.
            03  is-room-mode-switch         PIC X   VALUE 'N'.
                88  is-room-mode                    VALUE 'Y'.
            03  is-placement-found-switch   PIC X   VALUE 'N'.
                88  is-placement-found              VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
           05  t-endtime                 PIC  X(5).
           05  t-course-name             PIC  X(40).
           05  t-lokal-name              PIC  X(40).
       01  wn-subject-id              PIC  9(9) VALUE ZERO.
       01  wc-week-start              PIC  X(10) VALUE SPACE.
       01  wc-week-end                PIC  X(10) VALUE SPACE.
       01  talk-rec-vars.
           05  t-talk-end                PIC  X(5).
           05  t-talk-firstname          PIC  X(40).
           05  t-talk-lastname           PIC  X(40).
       01  placement-rec-vars.
           05  t-placement-start         PIC  X(10).
           05  t-placement-end           PIC  X(10).
           05  t-placement-course        PIC  X(40).
           05  t-company-name            PIC  X(40).
           05  t-contact-name            PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.


       *> the session token is optional here - a blank one
       *> simply means a Swedish page and no administrator
       *> exemption from the maintenance gate
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> page texts in the caller's language - see
       *> copy/get-ui-text.cpy
       COPY ui-text-vars.

       *> the Swedish texts, replaced from tbl_ui_text
       01  ui-labels.
           05  wc-lbl-day-col         PIC X(20) VALUE 'Dag'.
           05  wc-lbl-time-col        PIC X(20) VALUE 'Tid'.
           05  wc-lbl-course-col      PIC X(20) VALUE 'Kurs'.
           05  wc-lbl-room-col        PIC X(20) VALUE 'Lokal'.
           05  wc-lbl-placement       PIC X(40) VALUE 'APL-placering'.
           05  wc-lbl-talks           PIC X(40) VALUE 'Bokade samtal'.

       *> weekday names, Monday first
       01  ui-day-names.
           05  FILLER                 PIC X(10) VALUE 'Måndag'.
           05  FILLER                 PIC X(10) VALUE 'Tisdag'.
           05  FILLER                 PIC X(10) VALUE 'Onsdag'.
           05  FILLER                 PIC X(10) VALUE 'Torsdag'.
           05  FILLER                 PIC X(10) VALUE 'Fredag'.
           05  FILLER                 PIC X(10) VALUE 'Lördag'.
           05  FILLER                 PIC X(10) VALUE 'Söndag'.
       01  ui-day-table REDEFINES ui-day-names.
           05  wc-lbl-day             PIC X(10) OCCURS 7.
       01  wn-ui-day                  PIC 9(1)  VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> date arithmetic for the week's end
       *> escaped text for the page
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(240) VALUE SPACE.
       01  wc-escaped-course        PIC X(240) VALUE SPACE.

       *>**************************************************
       PROCEDURE DIVISION.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *> the html page starts once connected, when the
           *> caller's language is known - Swedish until then
           MOVE 'sv' TO wc-ui-page-lang

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           SET is-valid-init TO TRUE

           *> session token issued by cgi-login, when logged in
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> whose week: student, teacher or room (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
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
           MOVE 'timetable.title' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-pagetitle

           MOVE wc-lbl-day-col TO wc-ui-text
           MOVE 'timetable.day' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-day-col

           MOVE wc-lbl-time-col TO wc-ui-text
           MOVE 'timetable.time' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-time-col

           MOVE wc-lbl-course-col TO wc-ui-text
           MOVE 'timetable.course' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-course-col

           MOVE wc-lbl-room-col TO wc-ui-text
           MOVE 'timetable.room' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-room-col

           MOVE wc-lbl-placement TO wc-ui-text
           MOVE 'timetable.placement' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-placement

           MOVE wc-lbl-talks TO wc-ui-text
           MOVE 'timetable.booked-talks' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-talks

           PERFORM Z0405-get-day-name
               VARYING wn-ui-day FROM 1 BY 1
               UNTIL wn-ui-day > 7

           PERFORM Z0410-start-html

           .

       *>**************************************************
       B0200-list-week.

               CLOSE cursweekstud
           END-EXEC

           PERFORM B0215-student-placements

           .

       *>**************************************************
       B0215-student-placements.

           *> weeks at a host company have no bookings - the
           *> placements overlapping the week follow the grid
           EXEC SQL
               DECLARE cursweekapl CURSOR FOR
               SELECT p.placement_startdate,
                      p.placement_enddate, c.course_name,
                      h.company_name, k.contact_name
               FROM tbl_placement p
               INNER JOIN tbl_placement_period pp
               ON pp.period_id = p.period_id
               INNER JOIN tbl_course c
               ON c.course_id = pp.course_id
               INNER JOIN tbl_host_company h
               ON h.company_id = p.company_id
               INNER JOIN tbl_host_contact k
               ON k.contact_id = p.contact_id
               WHERE p.user_id = :wn-subject-id
               AND p.placement_startdate <= :wc-week-end
               AND p.placement_enddate >= :wc-week-start
               ORDER BY p.placement_startdate
           END-EXEC

           EXEC SQL
               OPEN cursweekapl
           END-EXEC

           EXEC SQL
               FETCH cursweekapl INTO :t-placement-start,
                                      :t-placement-end,
                                      :t-placement-course,
                                      :t-company-name,
                                      :t-contact-name
           END-EXEC

           IF SQLCODE = ZERO
               SET is-placement-found TO TRUE
               DISPLAY '<p>' FUNCTION TRIM(wc-lbl-placement)
                       ':</p><ul>'
           END-IF

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE t-placement-course TO wc-escape-input
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-escaped-course
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-course

               MOVE SPACE TO wc-escape-input
               STRING FUNCTION TRIM(t-company-name) ', '
                      FUNCTION TRIM(t-contact-name)
                      DELIMITED BY SIZE INTO wc-escape-input
               END-STRING
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-escaped-value
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value

               DISPLAY '<li>' t-placement-start ' - '
                       t-placement-end ' '
                       FUNCTION TRIM(wc-escaped-course) ': '
                       FUNCTION TRIM(wc-escaped-value)
                       '</li>'

               EXEC SQL
                   FETCH cursweekapl INTO :t-placement-start,
                                          :t-placement-end,
                                          :t-placement-course,
                                          :t-company-name,
                                          :t-contact-name
               END-EXEC

           END-PERFORM

           IF is-placement-found
               DISPLAY '</ul>'
           END-IF

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursweekapl
           END-EXEC

           .

       *>**************************************************
               OPEN cursweektalk
           END-EXEC

           DISPLAY '<p>' FUNCTION TRIM(wc-lbl-talks)
                   ':</p><ul>'

           EXEC SQL
               FETCH cursweektalk INTO :t-talk-date,

           MOVE SPACE TO wc-prev-date
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>' FUNCTION TRIM(wc-lbl-day-col) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-time-col) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-course-col) '</th>'
                   '<th>' FUNCTION TRIM(wc-lbl-room-col)
                   '</th></tr>'

           .

           COMPUTE wn-weekday =
               FUNCTION MOD(wn-day-integer - 1, 7) + 1

           MOVE wc-lbl-day(wn-weekday) TO wc-day-name

           .

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
       Z0405-get-day-name.

           MOVE wc-lbl-day(wn-ui-day) TO wc-ui-text
           MOVE SPACE TO wc-ui-key
           STRING 'day.' wn-ui-day
                  DELIMITED BY SIZE INTO wc-ui-key
           END-STRING
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-day(wn-ui-day)

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
       *> END PROGRAM
