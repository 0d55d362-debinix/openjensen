       *>          file is the truth. Rejected rows go to
       *>          ../data/catalog-exceptions.txt with the
       *>          reason. Run when Skolverket publishes an
       *>          update. The file is picked up from
       *>          ../data/landing/, refused when identical to a
       *>          catalog already loaded and moved to
       *>          ../data/processed/ or ../data/rejected/ under a
       *>          dated name (copy/check-inbound-file.cpy,
       *>          copy/file-inbound-file.cpy). With
       *>          OJ_INTAKE_MODE=validate nothing is written: the
       *>          exceptions file gets the rejected rows and the
       *>          counts, and the file stays where it landed.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Pick the file up from the landing folder;
       *>            validate-only mode.
       *>       0.3: Record the run as one bulk operation that
       *>            cgi-undo-bulk-operation can take back.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. catalog-import.

       file-control.
           SELECT intakefile ASSIGN TO
              '../data/landing/course-catalog.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO
       01  wn-code-cnt                PIC  9(5) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the landing folder, fingerprints and validate-only
       *> mode - see copy/check-inbound-file.cpy
       COPY inbound-vars.

       *> the run is one bulk operation - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       *> the changes are made by the run, not by a user
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
                   MOVE 'catalog-import' TO b-op-program
                   COPY open-bulk-operation.
               END-IF
               PERFORM B0200-process-intake-file
               IF is-validate-only
                   PERFORM B0800-write-validate-counts
               END-IF
               CLOSE intakefile
               CLOSE exceptionfile
               IF NOT is-validate-only
                   PERFORM B0900-commit-work
                   PERFORM B0950-file-landed-file
               END-IF
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           IF is-validate-only
               DISPLAY '*** catalog-import: validate only - valid '
                       wn-loaded-cnt ', rejected ' wn-rejected-cnt
                       ', nothing written ***'
           ELSE
               DISPLAY '*** catalog-import: loaded ' wn-loaded-cnt
                       ', rejected ' wn-rejected-cnt
                       ', operation ' b-op-id ' ***'
           END-IF

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

           .

       *>**************************************************
       B0150-check-landed-file.

           MOVE 'catalog-import' TO i-file-kind
           MOVE '../data/landing/course-catalog.txt'
               TO i-landing-path

           COPY check-inbound-file.

           EVALUATE TRUE
               WHEN NOT is-file-landed
                   DISPLAY '*** catalog-import: no file in '
                           '../data/landing - nothing to do ***'
               WHEN is-duplicate-file AND is-validate-only
                   DISPLAY '*** catalog-import: identical to the '
                           'file loaded ' i-dup-date
                           ' - it would be refused ***'
                   MOVE 8 TO RETURN-CODE
               WHEN is-duplicate-file
                   DISPLAY '*** catalog-import: refused - identical '
                           'to the file loaded ' i-dup-date ' ***'
                   PERFORM B0950-file-landed-file
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           .

       *>**************************************************
       B0200-process-intake-file.

           PERFORM B0220-validate-row

           IF is-row-valid
               IF is-validate-only
                   ADD 1 TO wn-loaded-cnt
               ELSE
                   PERFORM B0230-upsert-one-code
               END-IF
           ELSE
               PERFORM B0290-write-exception
           END-IF
                SET is-code-on-file TO TRUE
           END-IF

           PERFORM B0235-record-bulk-rows

           IF is-code-on-file
               EXEC SQL
                   UPDATE tbl_course_catalog

           .

       *>**************************************************
       B0235-record-bulk-rows.

           *> a new code is a created row; a known one records
           *> the name and points the file changes, as they were
           IF is-code-on-file
               EXEC SQL
                   INSERT INTO tbl_bulk_operation_row
                   (row_id, op_id, table_name, row_action,
                    key_text, field_name, old_value, new_value)
                   SELECT
                     nextval('tbl_bulk_operation_row_row_id_seq'),
                     :b-op-id, 'tbl_course_catalog', 'U',
                     c.national_code, f.field_name, f.old_value,
                     f.new_value
                   FROM tbl_course_catalog c
                   CROSS JOIN LATERAL (VALUES
                       ('catalog_name', RTRIM(c.catalog_name),
                        RTRIM(:t-catalog-name)),
                       ('catalog_points',
                        CAST(c.catalog_points AS TEXT),
                        CAST(CAST(:t-catalog-points AS INTEGER)
                             AS TEXT)))
                       AS f (field_name, old_value, new_value)
                   WHERE c.national_code = :t-national-code
                   AND f.old_value <> f.new_value
               END-EXEC
               IF  sqlcode NOT = zero AND sqlcode NOT = 100
                    PERFORM Z0100-error-routine
               END-IF
           ELSE
               MOVE 'tbl_course_catalog' TO b-table-name
               MOVE 'I' TO b-row-action
               MOVE t-national-code TO b-key-text
               MOVE t-catalog-name TO b-new-value
               COPY record-bulk-row.
           END-IF

           .

       *>**************************************************
       B0290-write-exception.


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
       B0900-commit-work.

           END-EXEC
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
               DISPLAY '*** catalog-import: the file could not be '
                       'moved out of ../data/landing ***'
           END-IF

           PERFORM B0900-commit-work

           .

       *>**************************************************
       Z0100-error-routine.

