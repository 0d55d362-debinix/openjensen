       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Term-readiness check before a new term
       *>          starts. Every term starting within the
       *>          READINESS_WEEKS setting's weeks (default 6) -
       *>          or only the term in OJ_READINESS_TERM - has
       *>          each of its course offerings judged by
       *>          v_readiness_check: teacher linked and
       *>          qualified, booking series, seat cap against
       *>          the largest room booked and against the
       *>          enrollments, moment weights adding up to 100,
       *>          grading scale, catalog code, material fee
       *>          against the last offering, and evaluation
       *>          set-up. The open findings are kept in
       *>          tbl_readiness_issue - a fixed one disappears,
       *>          a new one is dated today and notifies every
       *>          Utbildningsledare of the course's site (all of
       *>          them for a course without a site), category
       *>          'reminders'. The worklist per site, with its
       *>          Utbildningsledare, is written to
       *>          ../data/term-readiness.txt and shown by
       *>          cgi-list-term-readiness. A batch-window step;
       *>          outside the weeks before a start it finds no
       *>          term and does nothing.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. term-readiness.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT fileout ASSIGN TO
              '../data/term-readiness.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  fileout.
       01  fc-report-line              PIC X(200).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  wc-only-term               PIC  X(10) VALUE SPACE.
       01  wn-readiness-weeks         PIC  9(2)  VALUE 6.
       01  term-rec-vars.
             05  t-term-code           PIC  X(10).
             05  t-term-startdate      PIC  X(10).
       01  issue-rec-vars.
             05  t-ort-id              PIC  9(9).
             05  t-ort-name            PIC  X(40).
             05  t-leader-names        PIC  X(120).
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-severity            PIC  X(1).
             05  t-check-code          PIC  X(20).
             05  t-detail              PIC  X(80).
             05  t-found-date          PIC  X(10).
       01  notify-rec-vars.
             05  t-leader-user-id      PIC  9(9).
             05  t-issue-cnt           PIC  9(5).
             05  t-issue-course-cnt    PIC  9(5).
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  wc-weeks-env             PIC X(4)  VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.

       *> control break on the site in the worklist
       01  wn-prev-ort-id           PIC 9(9)  VALUE 999999999.

       *> per-run counters
       01  wn-term-cnt              PIC 9(4)  VALUE ZERO.
       01  wn-open-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-error-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-notified-cnt          PIC 9(4)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** term-readiness: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-check-terms
               PERFORM B0300-notify-leaders
               OPEN OUTPUT fileout
               PERFORM B0400-write-worklist
               CLOSE fileout
               PERFORM B0900-commit-work
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** term-readiness: ' wn-term-cnt ' terms, '
                   wn-open-cnt ' open findings (' wn-error-cnt
                   ' blocking), ' wn-notified-cnt
                   ' notifications ***'

           *> batch-window judges this step by its exit code
           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-today-date
           END-STRING

           *> one named term instead of the coming ones
           ACCEPT wc-only-term FROM ENVIRONMENT 'OJ_READINESS_TERM'

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
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> how far ahead of a term start the check begins
           MOVE 'READINESS_WEEKS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-weeks-env
           IF wc-weeks-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-weeks-env)
                    TO wn-readiness-weeks
           END-IF

           .

       *>**************************************************
       B0200-check-terms.

           *> a term that has started is no longer a worklist
           EXEC SQL
               DELETE FROM tbl_readiness_issue
               WHERE term_code IN
                   (SELECT term_code FROM tbl_term
                    WHERE term_startdate <> ''
                    AND term_startdate <= :wc-today-date)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               DECLARE cursreadyterm CURSOR WITH HOLD FOR
               SELECT term_code, term_startdate
               FROM tbl_term
               WHERE (:wc-only-term <> ''
                      AND term_code = :wc-only-term)
               OR (:wc-only-term = ''
                   AND term_startdate > :wc-today-date
                   AND term_startdate <=
                       TO_CHAR(CURRENT_DATE
                           + CAST(:wn-readiness-weeks AS INTEGER)
                             * 7, 'YYYY-MM-DD'))
               ORDER BY term_startdate, term_code
           END-EXEC

           EXEC SQL
               OPEN cursreadyterm
           END-EXEC

           EXEC SQL
               FETCH cursreadyterm INTO :t-term-code,
                                        :t-term-startdate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0210-check-one-term

               EXEC SQL
                   FETCH cursreadyterm INTO :t-term-code,
                                            :t-term-startdate
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursreadyterm
           END-EXEC

           .

       *>**************************************************
       B0210-check-one-term.

           DISPLAY '*** checking ' FUNCTION TRIM(t-term-code)
                   ' starting ' t-term-startdate ' ***'

           *> findings since fixed
           EXEC SQL
               DELETE FROM tbl_readiness_issue i
               WHERE i.term_code = :t-term-code
               AND NOT EXISTS
                   (SELECT 1 FROM v_readiness_check v
                    WHERE v.course_id = i.course_id
                    AND v.check_code = i.check_code)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           *> new findings dated today; an open one keeps its
           *> date and gets the current detail and site. A
           *> course with two unqualified teachers is one finding.
           EXEC SQL
               INSERT INTO tbl_readiness_issue
                   (term_code, course_id, check_code, severity,
                    detail, ort_id, found_date)
               SELECT DISTINCT ON (v.course_id, v.check_code)
                      c.course_term, v.course_id, v.check_code,
                      v.severity, v.detail, c.ort_id,
                      :wc-today-date
               FROM v_readiness_check v
               INNER JOIN tbl_course c
                   ON c.course_id = v.course_id
               WHERE c.course_term = :t-term-code
               ORDER BY v.course_id, v.check_code, v.detail
               ON CONFLICT (term_code, course_id, check_code)
               DO UPDATE SET severity = EXCLUDED.severity,
                             detail = EXCLUDED.detail,
                             ort_id = EXCLUDED.ort_id
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           *> one term per transaction
           IF NOT is-sql-error
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO wn-term-cnt
           END-IF

           .

       *>**************************************************
       B0300-notify-leaders.

           *> one notice per Utbildningsledare for what is new
           EXEC SQL
               DECLARE cursreadynotify CURSOR FOR
               SELECT u.user_id, COUNT(*),
                      COUNT(DISTINCT i.course_id)
               FROM tbl_user u
               INNER JOIN tbl_readiness_issue i
                   ON i.ort_id = u.ort_id
                   OR i.ort_id = 0
               WHERE u.usertype_id = 4
               AND u.user_active = 'Y'
               AND i.is_notified = 'N'
               GROUP BY u.user_id
               ORDER BY u.user_id
           END-EXEC

           EXEC SQL
               OPEN cursreadynotify
           END-EXEC

           EXEC SQL
               FETCH cursreadynotify INTO :t-leader-user-id,
                                          :t-issue-cnt,
                                          :t-issue-course-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0310-notify-one-leader

               EXEC SQL
                   FETCH cursreadynotify INTO :t-leader-user-id,
                                              :t-issue-cnt,
                                              :t-issue-course-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursreadynotify
           END-EXEC

           EXEC SQL
               UPDATE tbl_readiness_issue
               SET is_notified = 'Y'
               WHERE is_notified = 'N'
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0310-notify-one-leader.

           MOVE SPACE TO t-notif-message
           STRING 'Terminsstart: ' t-issue-cnt
                  ' nya brister i ' t-issue-course-cnt
                  ' kurser - se beredskapslistan'
                  DELIMITED BY SIZE INTO t-notif-message
           END-STRING

           EXEC SQL
               SELECT
                 nextval('tbl_notification_notification_id_seq')
               INTO :t-notif-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_notification
               (notification_id, user_id, message, category)
               VALUES (:t-notif-id, :t-leader-user-id,
                       :t-notif-message, 'reminders')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-notified-cnt
           END-IF

           .

       *>**************************************************
       B0400-write-worklist.

           MOVE SPACE TO fc-report-line
           STRING 'Beredskap inför terminsstart ' wc-today-date
                  ' - ort / termin / kurs / E blockerande, '
                  'W varning / kontroll / brist / sedan'
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           EXEC SQL
               DECLARE cursreadylist CURSOR FOR
               SELECT i.ort_id, COALESCE(o.enhetsnamn, 'utan ort'),
                      COALESCE(
                          (SELECT STRING_AGG(u.user_firstname || ' '
                                  || u.user_lastname, ', '
                                  ORDER BY u.user_lastname)
                           FROM tbl_user u
                           WHERE u.usertype_id = 4
                           AND u.user_active = 'Y'
                           AND (u.ort_id = i.ort_id
                                OR i.ort_id = 0)), '-'),
                      i.term_code, i.course_id, c.course_name,
                      i.severity, i.check_code, i.detail,
                      i.found_date
               FROM tbl_readiness_issue i
               INNER JOIN tbl_course c
                   ON c.course_id = i.course_id
               LEFT JOIN t_ort o
                   ON o.ort_id = i.ort_id
               ORDER BY i.ort_id, i.term_code, c.course_name,
                        i.course_id, i.severity, i.check_code
           END-EXEC

           EXEC SQL
               OPEN cursreadylist
           END-EXEC

           EXEC SQL
               FETCH cursreadylist INTO :t-ort-id, :t-ort-name,
                                        :t-leader-names,
                                        :t-term-code, :t-course-id,
                                        :t-course-name,
                                        :t-severity, :t-check-code,
                                        :t-detail, :t-found-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0410-write-one-finding

               EXEC SQL
                   FETCH cursreadylist INTO :t-ort-id, :t-ort-name,
                                            :t-leader-names,
                                            :t-term-code,
                                            :t-course-id,
                                            :t-course-name,
                                            :t-severity,
                                            :t-check-code,
                                            :t-detail,
                                            :t-found-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursreadylist
           END-EXEC

           .

       *>**************************************************
       B0410-write-one-finding.

           *> a new site starts with who owns its worklist
           IF t-ort-id NOT = wn-prev-ort-id
               MOVE t-ort-id TO wn-prev-ort-id
               MOVE SPACE TO fc-report-line
               WRITE fc-report-line
               MOVE SPACE TO fc-report-line
               STRING 'Ort ' t-ort-id ' '
                      FUNCTION TRIM(t-ort-name)
                      ' - Utbildningsledare: '
                      FUNCTION TRIM(t-leader-names)
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
               WRITE fc-report-line
           END-IF

           MOVE SPACE TO fc-report-line
           STRING '  ' FUNCTION TRIM(t-term-code) ' / '
                  t-course-id ' ' FUNCTION TRIM(t-course-name)
                  ' / ' t-severity ' / '
                  FUNCTION TRIM(t-check-code) ' / '
                  FUNCTION TRIM(t-detail) ' / '
                  t-found-date
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           ADD 1 TO wn-open-cnt
           IF t-severity = 'E'
               ADD 1 TO wn-error-cnt
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       Z0100-error-routine.

           SET is-sql-error TO TRUE

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
