       *>          Rejected rows go to
       *>          ../data/hr-staff-exceptions.txt with the
       *>          reason. Work commits per employee. Run from
       *>          cron, not from the web server. The file is
       *>          picked up from ../data/landing/, refused when
       *>          identical to a file already loaded and moved to
       *>          ../data/processed/ or ../data/rejected/ under a
       *>          dated name (copy/check-inbound-file.cpy,
       *>          copy/file-inbound-file.cpy); the leavers are
       *>          deactivated every run, file or not. With
       *>          OJ_INTAKE_MODE=validate nothing is written: the
       *>          exceptions file gets the rejected rows and the
       *>          counts, and the file stays where it landed.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Refuse to run on ids past the id fields.
       *>       0.3: End the open sessions of deactivated leavers.
       *>       0.4: Pick the file up from the landing folder;
       *>            validate-only mode.
       *>       0.5: Record a change event for every change.
       *>       0.6: Record the run as one bulk operation that
       *>            cgi-undo-bulk-operation can take back.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. hr-staff-intake.

       file-control.
           SELECT intakefile ASSIGN TO
              '../data/landing/hr-staff-intake.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  staff-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
       01  wn-deactivated-cnt         PIC  9(4) VALUE ZERO.
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

           IF is-db-connected AND NOT is-validate-only
               PERFORM B0190-open-bulk-operation
           END-IF

           IF is-db-connected AND is-file-landed
              AND NOT is-duplicate-file
               OPEN INPUT intakefile
               OPEN OUTPUT exceptionfile
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

           IF is-db-connected AND NOT is-validate-only
               PERFORM B0400-deactivate-leavers
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           IF is-validate-only
               DISPLAY '*** hr-staff-intake: validate only - new '
                       wn-created-cnt ', known ' wn-updated-cnt
                       ', rejected ' wn-rejected-cnt
                       ', nothing written ***'
           ELSE
               DISPLAY '*** hr-staff-intake: created '
                       wn-created-cnt
                       ', updated ' wn-updated-cnt
                       ', rejected ' wn-rejected-cnt
                       ', deactivated ' wn-deactivated-cnt
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
                    DISPLAY '*** hr-staff-intake: refused - ids in '
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

           MOVE 'hr-staff-intake' TO i-file-kind
           MOVE '../data/landing/hr-staff-intake.txt'
               TO i-landing-path

           COPY check-inbound-file.

           EVALUATE TRUE
               WHEN NOT is-file-landed
                   DISPLAY '*** hr-staff-intake: no file in '
                           '../data/landing - nothing to load ***'
               WHEN is-duplicate-file AND is-validate-only
                   DISPLAY '*** hr-staff-intake: identical to the '
                           'file loaded ' i-dup-date
                           ' - it would be refused ***'
                   MOVE 8 TO RETURN-CODE
               WHEN is-duplicate-file
                   DISPLAY '*** hr-staff-intake: refused - '
                           'identical to the file loaded '
                           i-dup-date ' ***'
                   PERFORM B0950-file-landed-file
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           .

       *>**************************************************
       B0190-open-bulk-operation.

           *> committed on its own - each employee below commits
           *> separately and is recorded under it, and so are
           *> the leavers
           MOVE 'hr-staff-intake' TO b-op-program
           COPY open-bulk-operation.

           PERFORM B0250-commit-work

           .

       *>**************************************************
       B0200-process-intake-file.


           IF is-row-valid
               PERFORM B0225-find-existing
               EVALUATE TRUE
                   WHEN is-validate-only AND is-user-on-file
                       ADD 1 TO wn-updated-cnt
                   WHEN is-validate-only
                       ADD 1 TO wn-created-cnt
                   WHEN is-user-on-file
                       PERFORM B0240-update-one-employee
                   WHEN OTHER
                       PERFORM B0230-create-one-employee
               END-EVALUATE
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

                PERFORM B0250-commit-work
                ADD 1 TO wn-created-cnt
           END-IF
           MOVE wc-in-lastname TO t-user-lastname
           MOVE wc-in-email TO t-user-email

           PERFORM B0245-record-changed-fields

           EXEC SQL
               UPDATE tbl_user
               SET user_firstname = :t-user-firstname,
                    TO wc-reject-reason
                PERFORM B0290-write-exception
           ELSE
                MOVE 'user' TO t-event-kind
                MOVE 'EDIT' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' t-user-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE t-user-id TO t-event-user-id

                COPY write-change-event.

                PERFORM B0250-commit-work
                ADD 1 TO wn-updated-cnt
           END-IF

           .

       *>**************************************************
       B0245-record-changed-fields.

           *> one operation row per value the file actually
           *> changes, with the value it had - taken before the
           *> update below, in the same transaction
           EXEC SQL
               INSERT INTO tbl_bulk_operation_row
               (row_id, op_id, table_name, row_action, key_id,
                field_name, old_value, new_value)
               SELECT nextval('tbl_bulk_operation_row_row_id_seq'),
                      :b-op-id, 'tbl_user', 'U', u.user_id,
                      f.field_name, f.old_value, f.new_value
               FROM tbl_user u
               CROSS JOIN LATERAL (VALUES
                   ('user_firstname',
                    RTRIM(COALESCE(u.user_firstname, '')),
                    RTRIM(:t-user-firstname)),
                   ('user_lastname',
                    RTRIM(COALESCE(u.user_lastname, '')),
                    RTRIM(:t-user-lastname)),
                   ('user_email',
                    RTRIM(COALESCE(u.user_email, '')),
                    RTRIM(:t-user-email)),
                   ('usertype_id',
                    CAST(u.usertype_id AS TEXT),
                    CAST(CAST(:t-usertype-id AS INTEGER) AS TEXT)),
                   ('ort_id',
                    CAST(COALESCE(u.ort_id, 0) AS TEXT),
                    CAST(CAST(:t-ort-id AS INTEGER) AS TEXT)),
                   ('employment_enddate',
                    RTRIM(COALESCE(u.employment_enddate, '')),
                    RTRIM(:t-employment-end)))
                   AS f (field_name, old_value, new_value)
               WHERE u.user_id = :t-user-id
               AND f.old_value <> f.new_value
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0250-commit-work.


           .

       *>**************************************************
       B0800-write-validate-counts.

           MOVE SPACE TO fc-exception-line
           STRING 'Kontroll utan inläsning: ' i-line-cnt
                  ' rader, ' wn-created-cnt ' nya, '
                  wn-updated-cnt ' kända, '
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
           COMPUTE i-loaded-cnt = wn-created-cnt + wn-updated-cnt
           MOVE wn-rejected-cnt TO i-rejected-cnt

           COPY file-inbound-file.

           IF i-handled-file = SPACE
               DISPLAY '*** hr-staff-intake: the file could not '
                       'be moved out of ../data/landing ***'
           END-IF

           PERFORM B0250-commit-work

           .

       *>**************************************************
       B0400-deactivate-leavers.

               AND employment_enddate < :wc-today-date
           END-EXEC

           *> their open sessions end with them
           EXEC SQL
               DELETE FROM tbl_session
               WHERE user_id IN
                   (SELECT user_id
                    FROM tbl_user
                    WHERE usertype_id <> 1
                    AND user_active = 'Y'
                    AND employment_enddate <> ''
                    AND employment_enddate < :wc-today-date)
           END-EXEC

           *> each of them is a changed row of the run's
           *> operation
           EXEC SQL
               INSERT INTO tbl_bulk_operation_row
               (row_id, op_id, table_name, row_action, key_id,
                field_name, old_value, new_value)
               SELECT nextval('tbl_bulk_operation_row_row_id_seq'),
                      :b-op-id, 'tbl_user', 'U', u.user_id,
                      'user_active', 'Y', 'N'
               FROM tbl_user u
               WHERE u.usertype_id <> 1
               AND u.user_active = 'Y'
               AND u.employment_enddate <> ''
               AND u.employment_enddate < :wc-today-date
           END-EXEC

           *> and each of them is told to the systems that follow
           *> user changes, before the flag drops
           EXEC SQL
               INSERT INTO tbl_change_event
               (event_id, event_kind, event_action, event_key,
                user_id, changed_by)
               SELECT nextval('tbl_change_event_event_id_seq'),
                      'user', 'DELETE',
                      'user_id=' || LPAD(CAST(u.user_id AS TEXT),
                                         9, '0'),
                      u.user_id, :wn-requesting-user-id
               FROM tbl_user u
               WHERE u.usertype_id <> 1
               AND u.user_active = 'Y'
               AND u.employment_enddate <> ''
               AND u.employment_enddate < :wc-today-date
           END-EXEC

           EXEC SQL
               UPDATE tbl_user
               SET user_active = 'N'
