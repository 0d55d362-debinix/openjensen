       *>          a defined order - backup-nightly,
       *>          reconcile-nightly, grading-reminder,
       *>          guardian-absence-alert, guardian-expiry,
       *>          term-readiness, notification-digest, stats-snapshot,
       *>          bgmax-import, fee-dunning, loan-reminder,
       *>          report-subscription, data-quality-sweep,
       *>          incident-followup, health-case-review,
       *>          csn-activity-watch,
       *>          attendance-compliance, alumni-survey,
       *>          directory-feed, door-access-feed, mail-sender,
       *>          sms-sender, letter-print, cleanup-old-files,
       *>          read-log-purge, change-event-purge -
       *>          recording each step's start,
       *>          end and outcome in
       *>          tbl_batch_run_log. The first failure stops the
       *>          window and the remaining steps are marked
       *>          skipped; a rerun the same night skips the
       *>          name, so cron runs this from the bin directory
       *>          like the jobs it replaces.
       *>          cgi-list-batch-run is the morning screen.
       *>          The window refuses to start at all when a
       *>          user, course or grade id has outgrown the
       *>          9-digit id fields (check-id-width.cpy), or
       *>          when the database is behind the migrations the
       *>          programs need (check-schema-version.cpy) -
       *>          every step is then logged as skipped.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse the window on ids past the id fields.
       *>       0.3: Added the health-case-review step.
       *>       0.4: Added the bgmax-import step ahead of
       *>            fee-dunning.
       *>       0.5: Added the read-log-purge step.
       *>       0.6: Added the directory-feed step.
       *>       0.7: Added the door-access-feed step.
       *>       0.8: Added the sms-sender step.
       *>       0.9: Added the letter-print step.
       *>       0.10: Added the change-event-purge step.
       *>       0.11: Refuse the window on a database behind the
       *>            programs' schema version.
       *>       0.12: Added the term-readiness step ahead of
       *>            notification-digest.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. batch-window.
       01  wn-done-cnt               PIC  9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> the migrations applied against those the programs
       *> need - see copy/check-schema-version.cpy
       COPY schema-version-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> tonight's job list, in dependency order - cleanup must
           05  FILLER  PIC X(30) VALUE 'grading-reminder'.
           05  FILLER  PIC X(30) VALUE 'guardian-absence-alert'.
           05  FILLER  PIC X(30) VALUE 'guardian-expiry'.
           05  FILLER  PIC X(30) VALUE 'term-readiness'.
           05  FILLER  PIC X(30) VALUE 'notification-digest'.
           05  FILLER  PIC X(30) VALUE 'stats-snapshot'.
           05  FILLER  PIC X(30) VALUE 'bgmax-import'.
           05  FILLER  PIC X(30) VALUE 'fee-dunning'.
           05  FILLER  PIC X(30) VALUE 'loan-reminder'.
           05  FILLER  PIC X(30) VALUE 'report-subscription'.
           05  FILLER  PIC X(30) VALUE 'data-quality-sweep'.
           05  FILLER  PIC X(30) VALUE 'incident-followup'.
           05  FILLER  PIC X(30) VALUE 'health-case-review'.
           05  FILLER  PIC X(30) VALUE 'csn-activity-watch'.
           05  FILLER  PIC X(30) VALUE 'attendance-compliance'.
           05  FILLER  PIC X(30) VALUE 'alumni-survey'.
           05  FILLER  PIC X(30) VALUE 'directory-feed'.
           05  FILLER  PIC X(30) VALUE 'door-access-feed'.
           05  FILLER  PIC X(30) VALUE 'mail-sender'.
           05  FILLER  PIC X(30) VALUE 'sms-sender'.
           05  FILLER  PIC X(30) VALUE 'letter-print'.
           05  FILLER  PIC X(30) VALUE 'cleanup-old-files'.
           05  FILLER  PIC X(30) VALUE 'read-log-purge'.
           05  FILLER  PIC X(30) VALUE 'change-event-purge'.
       01  window-step-redef REDEFINES window-step-table.
           05  wc-step-entry  PIC X(30) OCCURS 26 TIMES.
       01  wn-step-idx              PIC 9(2)  VALUE ZERO.

       01  wc-now                   PIC X(21) VALUE SPACE.

           IF is-db-connected

               PERFORM B0120-check-id-width

               PERFORM B0130-check-schema-version

               PERFORM B0150-raise-maintenance

               PERFORM B0200-run-one-step
                   VARYING wn-step-idx FROM 1 BY 1
                   UNTIL wn-step-idx > 26

               PERFORM B0900-lower-maintenance


           .

       *>**************************************************
       B0120-check-id-width.

           *> an id the step programs cannot hold would be
           *> truncated into somebody else's id - no step runs,
           *> each is logged as skipped for the morning screen
           COPY check-id-width.

           IF wc-id-width-flag NOT = 'Y'
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY '*** batch-window: refused - ids in '
                       FUNCTION TRIM(wc-id-width-table)
                       ' no longer fit the id fields ***'
               SET is-window-failed TO TRUE
           END-IF

           .

       *>**************************************************
       B0130-check-schema-version.

           *> a step reading a column the database does not have
           *> yet fails halfway through its work - no step runs
           COPY check-schema-version.

           IF wc-schema-version-flag NOT = 'Y'
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY '*** batch-window: refused - database at '
                       'schema ' wn-schema-applied ', programs need '
                       wn-schema-required ' - run schema-migrate ***'
               SET is-window-failed TO TRUE
           END-IF

           .

       *>**************************************************
       B0150-raise-maintenance.

