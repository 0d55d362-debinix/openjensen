       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Page texts in the student's language.
       *>       0.3: Record a change event for every change.
       *>       0.4: Prerequisites need an attested grade.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-self-enrollment.
       *> the caller - resolved from the posted session token;
       *> the student can only ever enroll themselves
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> the course must be an elective and its term's add/drop
       *> window must be open today
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  t-clash-endtime             PIC  X(5) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-day-name                 PIC  X(10) VALUE SPACE.

       *> seat cap and waiting list
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  enrollment-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-course-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.


       01  t-charge-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> page texts in the caller's language - see
       *> copy/get-ui-text.cpy
       COPY ui-text-vars.

       *> the Swedish texts, replaced from tbl_ui_text
       01  ui-labels.
           05  wc-lbl-missing-prereq  PIC X(40) VALUE
                   'Saknade förkunskaper'.
           05  wc-lbl-clashes-with    PIC X(40) VALUE 'Krockar med'.

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

       01  wc-now                   PIC X(21) VALUE SPACE.
                    IF is-caller-authorized
                        PERFORM B0200-add-dataitem
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
           MOVE 'self-enrollment.title' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-pagetitle

           MOVE wc-lbl-missing-prereq TO wc-ui-text
           MOVE 'self-enrollment.missing-prereqs' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-missing-prereq

           MOVE wc-lbl-clashes-with TO wc-ui-text
           MOVE 'self-enrollment.clashes-with' TO wc-ui-key
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-lbl-clashes-with

           PERFORM Z0405-get-day-name
               VARYING wn-ui-day FROM 1 BY 1
               UNTIL wn-ui-day > 7

           PERFORM Z0410-start-html

           .

       *>**************************************************
       B0105-verify-caller-authorized.


           IF NOT is-course-elective
               MOVE 'Ej valbar kurs - kontakta expeditionen'
                   TO wc-ui-text
               MOVE 'self-enrollment.not-elective' TO wc-ui-key
               PERFORM Z0420-stop-message
           ELSE
               IF NOT is-window-open
                   MOVE 'Anmälan stängd - kontakta expeditionen'
                       TO wc-ui-text
                   MOVE 'self-enrollment.closed' TO wc-ui-key
                   PERFORM Z0420-stop-message
               ELSE
                   PERFORM B0205-check-prerequisites
                   IF is-prereq-missing
                       MOVE 'Förkunskapskrav ej uppfyllda'
                           TO wc-ui-text
                       MOVE 'self-enrollment.prereqs' TO wc-ui-key
                       PERFORM Z0420-stop-message
                       PERFORM B0207-list-missing-prereqs
                   ELSE
                       PERFORM B0208-check-timetable-clash
                       IF is-clash-found
                           MOVE 'Schemakrock - kontakta expeditionen'
                               TO wc-ui-text
                           MOVE 'self-enrollment.clash' TO wc-ui-key
                           PERFORM Z0420-stop-message
                           PERFORM B0209-list-clashes
                       ELSE
                           PERFORM B0210-insert-enrollment
       *>**************************************************
       B0205-check-prerequisites.

           *> every prerequisite of the course must have an
           *> attested passing grade on the student's record -
           *> same rule as cgi-add-enrollment, but with no
           *> override here
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-prereq-missing-cnt
                   (SELECT 1 FROM tbl_grade g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = p.prereq_course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
           END-EXEC
                   (SELECT 1 FROM tbl_grade g
                    WHERE g.user_id = :t-user-id
                    AND g.course_id = p.prereq_course_id
                    AND g.grade_attested = 'Y'
                    AND g.grade_grade IN
                        ('A','B','C','D','E','G','VG','MVG'))
               ORDER BY c.course_name
               OPEN cursselfpre
           END-EXEC

           DISPLAY '<p>' FUNCTION TRIM(wc-lbl-missing-prereq)
                   ':</p><ul>'

           EXEC SQL
               FETCH cursselfpre INTO :t-prereq-course-name
               OPEN cursselfclash
           END-EXEC

           DISPLAY '<p>' FUNCTION TRIM(wc-lbl-clashes-with)
                   ':</p><ul>'

           EXEC SQL
               FETCH cursselfclash INTO :t-clash-course-name,

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF t-clash-weekday >= 1 AND t-clash-weekday <= 7
                   MOVE wc-lbl-day(t-clash-weekday) TO wc-day-name
               ELSE
                   MOVE '?' TO wc-day-name
               END-IF

               DISPLAY '<li>'
                       FUNCTION TRIM(t-clash-course-name)

           IF  sqlcode = zero AND wn-waitlist-cnt > 0
               MOVE 'Du står redan på väntelistan'
                   TO wc-ui-text
               MOVE 'self-enrollment.already-waitlisted' TO wc-ui-key
               PERFORM Z0420-stop-message
           ELSE

               EXEC SQL
                    PERFORM B0220-write-audit-row
                    PERFORM B0230-commit-work
                    MOVE 'Kursen är full - väntelistad'
                        TO wc-ui-text
                    MOVE 'self-enrollment.waitlisted' TO wc-ui-key
                    PERFORM Z0430-ok-message
               END-IF

           END-IF
                PERFORM B0220-write-audit-row
                PERFORM B0230-commit-work
                MOVE 'Du är anmäld till kursen'
                    TO wc-ui-text
                MOVE 'self-enrollment.enrolled' TO wc-ui-key
                PERFORM Z0430-ok-message
           END-IF

           .

           COPY write-audit-row.

           MOVE 'enrollment' TO t-event-kind
           IF is-on-waitlist
               MOVE 'WAITLIST' TO t-event-action
           ELSE
               MOVE 'ADD' TO t-event-action
           END-IF
           MOVE t-audit-key TO t-event-key
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
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
       Z0420-stop-message.

           *> wc-ui-text and wc-ui-key set by the caller
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-printscr-string
           CALL 'stop-printscr' USING wc-printscr-string

           .

       *>**************************************************
       Z0430-ok-message.

           *> wc-ui-text and wc-ui-key set by the caller
           PERFORM Z0400-get-ui-text
           MOVE wc-ui-text TO wc-printscr-string
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       *> END PROGRAM
