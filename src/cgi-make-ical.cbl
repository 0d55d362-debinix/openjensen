       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: No calendar for a protected identity without
       *>            an override.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-make-ical.
                88  is-teacher-mode                 VALUE 'Y'.
            03  is-room-mode-switch         PIC X   VALUE 'N'.
                88  is-room-mode                    VALUE 'Y'.
            03  is-subject-held-switch      PIC X   VALUE 'N'.
                88  is-subject-held                 VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
           05  t-endtime                 PIC  X(5).
           05  t-course-name             PIC  X(40).
           05  t-lokal-name              PIC  X(40).
       01  wn-subject-id              PIC  9(9) VALUE ZERO.
       01  wc-week-start              PIC  X(10) VALUE SPACE.
       01  wc-week-end                PIC  X(10) VALUE SPACE.
       01  site-rec-vars.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> a protected identity's whereabouts stay out of the
       *> calendar unless overridden - see
       *> copy/check-protected-release.cpy
       COPY protected-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> date arithmetic for the week's end
       *>**************************************************
       B0200-list-week.

           *> the feed ends up with an outside calendar service,
           *> so a protected person's week needs an override
           IF is-student-mode OR is-teacher-mode
               MOVE wn-subject-id TO wn-protected-user-id
               MOVE 'cgi-make-ical' TO wc-protected-scope
               COPY check-protected-release.
               IF wc-protected-release-flag NOT = 'Y'
                   SET is-subject-held TO TRUE
                   MOVE 'Skyddad identitet - undantag krävs'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               END-IF
           END-IF

           *> one cursor per entry point - the week's approved
           *> sessions in day and time order
           EVALUATE TRUE
               WHEN is-subject-held
                   CONTINUE
               WHEN is-student-mode
                   PERFORM B0210-student-week
               WHEN is-teacher-mode
               DISCONNECT ALL
           END-EXEC

           IF NOT is-sql-error AND NOT is-subject-held
               PERFORM Z0200-write-status-ok-file
           END-IF

