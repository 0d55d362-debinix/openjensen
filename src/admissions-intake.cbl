       *>          after a crash skips the already-loaded rows
       *>          (their personnummer is now a duplicate) and
       *>          carries on. Run from the command line or cron,
       *>          not from the web server. The file is picked up
       *>          from ../data/landing/, refused when identical
       *>          to a file already loaded and moved to
       *>          ../data/processed/ or ../data/rejected/ under a
       *>          dated name (copy/check-inbound-file.cpy,
       *>          copy/file-inbound-file.cpy). With
       *>          OJ_INTAKE_MODE=validate nothing is written: the
       *>          exceptions file gets the rejected rows and the
       *>          counts, and the file stays where it landed.
       *>          Each loaded student's admission term and
       *>          program go to tbl_admission, the cohort
       *>          cgi-list-cohort-throughput follows.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>       0.3: Pick the file up from the landing folder;
       *>            validate-only mode.
       *>       0.4: Record a change event for every change.
       *>       0.5: Record the run as one bulk operation that
       *>            cgi-undo-bulk-operation can take back.
       *>       0.6: Keep the admission term in tbl_admission.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. admissions-intake.

       file-control.
           SELECT intakefile ASSIGN TO
              '../data/landing/admissions-intake.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  intake-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
       01  t-pnr-cnt                  PIC  9(4) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> the landing folder, fingerprints and validate-only
       *> mode - see copy/check-inbound-file.cpy
       COPY inbound-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> the run is one bulk operation - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       *> the changes are made by the run, not by a user - the
       *> change events carry changed_by 0
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the raw fields unstrung from one intake line
           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0150-check-landed-file
           END-IF

           IF is-db-connected AND is-file-landed
              AND NOT is-duplicate-file
               OPEN INPUT intakefile
               OPEN OUTPUT exceptionfile
               IF NOT is-validate-only
                   PERFORM B0190-open-bulk-operation
               END-IF
               PERFORM B0200-process-intake-file
               IF is-validate-only
                   PERFORM B0800-write-validate-counts
               END-IF
               CLOSE intakefile
               CLOSE exceptionfile
               IF NOT is-validate-only
                   PERFORM B0950-file-landed-file
               END-IF
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           IF is-validate-only
               DISPLAY '*** admissions-intake: validate only - '
                       'valid ' wn-loaded-cnt
                       ', rejected ' wn-rejected-cnt
                       ', nothing written ***'
           ELSE
               DISPLAY '*** admissions-intake: loaded '
                       wn-loaded-cnt
                       ', rejected ' wn-rejected-cnt
                       ', operation ' b-op-id ' ***'
           END-IF

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** admissions-intake: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0150-check-landed-file.

           MOVE 'admissions-intake' TO i-file-kind
           MOVE '../data/landing/admissions-intake.txt'
               TO i-landing-path

           COPY check-inbound-file.

           EVALUATE TRUE
               WHEN NOT is-file-landed
                   DISPLAY '*** admissions-intake: no file in '
                           '../data/landing - nothing to do ***'
               WHEN is-duplicate-file AND is-validate-only
                   DISPLAY '*** admissions-intake: identical to the '
                           'file loaded ' i-dup-date
                           ' - it would be refused ***'
                   MOVE 8 TO RETURN-CODE
               WHEN is-duplicate-file
                   DISPLAY '*** admissions-intake: refused - '
                           'identical to the file loaded '
                           i-dup-date ' ***'
                   PERFORM B0950-file-landed-file
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           .

       *>**************************************************
       B0190-open-bulk-operation.

           *> committed on its own - each student below commits
           *> separately and is recorded under it
           MOVE 'admissions-intake' TO b-op-program
           COPY open-bulk-operation.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-process-intake-file.

           PERFORM B0220-validate-row

           IF is-row-valid
               IF is-validate-only
                   ADD 1 TO wn-loaded-cnt
               ELSE
                   PERFORM B0230-load-one-student
               END-IF
           ELSE
               PERFORM B0290-write-exception
           END-IF
                    TO wc-reject-reason
                PERFORM B0290-write-exception
           ELSE
                MOVE 'user' TO t-event-kind
                MOVE 'ADD' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' t-user-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE t-user-id TO t-event-user-id

                COPY write-change-event.

                MOVE 'tbl_user' TO b-table-name
                MOVE 'I' TO b-row-action
                MOVE t-user-id TO b-key-id
                MOVE t-user-pnr TO b-new-value
                COPY record-bulk-row.

                PERFORM B0240-enroll-in-term-courses
                PERFORM B0245-record-admission
                PERFORM B0250-commit-work
                ADD 1 TO wn-loaded-cnt
           END-IF
                PERFORM Z0100-error-routine
           END-IF

           *> one enrollment event per course - the student is
           *> new, so every enrollment of theirs came in just now
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_change_event
                   (event_id, event_kind, event_action, event_key,
                    user_id, changed_by)
                   SELECT nextval('tbl_change_event_event_id_seq'),
                          'enrollment', 'ADD',
                          'user_id=' || LPAD(CAST(e.user_id AS TEXT),
                                             9, '0')
                          || ' course_id=' ||
                          LPAD(CAST(e.course_id AS TEXT), 9, '0'),
                          e.user_id, :wn-requesting-user-id
                   FROM tbl_enrollment e
                   WHERE e.user_id = :t-user-id
               END-EXEC
               IF  sqlcode NOT = zero AND sqlcode NOT = 100
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           *> and each enrollment is a row of the run's operation
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_bulk_operation_row
                   (row_id, op_id, table_name, row_action, key_id,
                    key_id2)
                   SELECT
                     nextval('tbl_bulk_operation_row_row_id_seq'),
                     :b-op-id, 'tbl_enrollment', 'I', e.user_id,
                     e.course_id
                   FROM tbl_enrollment e
                   WHERE e.user_id = :t-user-id
               END-EXEC
               IF  sqlcode NOT = zero AND sqlcode NOT = 100
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0245-record-admission.

           *> the term the student was admitted for - the cohort
           *> the throughput report counts them in
           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_admission
                   (user_id, admission_term, program_id)
                   VALUES (:t-user-id, :t-term-code,
                           :t-user-program-id)
                   ON CONFLICT (user_id) DO NOTHING
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************

           .

       *>**************************************************
       B0800-write-validate-counts.

           MOVE SPACE TO fc-exception-line
           STRING 'Kontroll utan inläsning: ' i-line-cnt
                  ' rader, ' wn-loaded-cnt ' godkända, '
                  wn-rejected-cnt ' avvisade'
                  DELIMITED BY SIZE INTO fc-exception-line
           END-STRING
           WRITE fc-exception-line

           .

       *>**************************************************
       B0950-file-landed-file.

           EVALUATE TRUE
               WHEN is-duplicate-file
                   MOVE 'D' TO i-file-status
               WHEN is-sql-error
                   MOVE 'E' TO i-file-status
               WHEN OTHER
                   MOVE 'P' TO i-file-status
           END-EVALUATE
           MOVE wn-loaded-cnt TO i-loaded-cnt
           MOVE wn-rejected-cnt TO i-rejected-cnt

           COPY file-inbound-file.

           IF i-handled-file = SPACE
               DISPLAY '*** admissions-intake: the file could not '
                       'be moved out of ../data/landing ***'
           END-IF

           PERFORM B0250-commit-work

           .

       *>**************************************************
       Z0100-error-routine.

