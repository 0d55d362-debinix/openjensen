       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Schema version register. Compares the
       *>          migrations in ../schema with those recorded in
       *>          tbl_schema_version of the database OJ_SCHEMA_DB
       *>          (default openjensen - a restored copy or the
       *>          training clone can be named instead) and lists
       *>          in ../data/schema-migrate.txt every migration
       *>          not yet applied, and every applied one whose
       *>          file has changed since (by its checksum,
       *>          file-checksum). A migration recorded without a
       *>          checksum has it filled in. With
       *>          OJ_SCHEMA_MODE=apply the pending migrations are
       *>          run in number order through psql, each in one
       *>          transaction, and recorded as they succeed; the
       *>          first failure stops the rest. The last line
       *>          says whether the database now has what the
       *>          installed programs need
       *>          (check-schema-version.cpy) - health-check and
       *>          batch-window refuse to start until it has.
       *>          Run after installing new programs, and after
       *>          restore-backup or training-db-generate.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. schema-migrate.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT OPTIONAL listfile ASSIGN TO
              '../data/schema-files.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT reportfile ASSIGN TO
              '../data/schema-migrate.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  listfile.
       01  fc-list-line                PIC X(60).

       FD  reportfile.
       01  fc-report-line              PIC X(100).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-job-failed-switch        PIC X   VALUE 'N'.
                88  is-job-failed                   VALUE 'Y'.
            03  is-apply-mode-switch        PIC X   VALUE 'N'.
                88  is-apply-mode                   VALUE 'Y'.
            03  is-eof-list-switch          PIC X   VALUE 'N'.
                88  is-eof-list                     VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  migration-rec-vars.
             05  t-migration-no         PIC  9(4)  VALUE ZERO.
             05  t-migration-file       PIC  X(60) VALUE SPACE.
             05  t-file-checksum        PIC  X(32) VALUE SPACE.
             05  t-recorded-checksum    PIC  X(32) VALUE SPACE.
       01  wn-register-cnt              PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the migrations applied against those the programs
       *> need - see copy/check-schema-version.cpy
       COPY schema-version-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> what to do and where to do it
       01  wc-schema-mode           PIC X(10)  VALUE SPACE.
       01  wc-target-db             PIC X(30)  VALUE SPACE.

       *> one migration file and its fingerprint
       01  wc-migration-path        PIC X(60)  VALUE SPACE.
       01  wn-checksum-rtn          PIC S99    VALUE ZERO.
       01  wn-file-line-cnt         PIC 9(7)   VALUE ZERO.

       *> built shell command lines
       01  wc-shell-command         PIC X(300) VALUE SPACE.

       *> per-run counters for the closing summary
       01  wn-current-cnt           PIC 9(4)   VALUE ZERO.
       01  wn-pending-cnt           PIC 9(4)   VALUE ZERO.
       01  wn-applied-cnt           PIC 9(4)   VALUE ZERO.
       01  wn-changed-cnt           PIC 9(4)   VALUE ZERO.
       01  wn-recorded-cnt          PIC 9(4)   VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** schema-migrate: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0150-check-register
           END-IF

           IF is-db-connected AND NOT is-job-failed
               PERFORM B0200-list-schema-files
           END-IF

           IF is-db-connected AND NOT is-job-failed
               OPEN INPUT listfile
               OPEN OUTPUT reportfile
               PERFORM B0300-check-all-files
               PERFORM B0900-report-version
               CLOSE listfile
               CLOSE reportfile
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           EVALUATE TRUE
               WHEN is-job-failed OR is-sql-error
                   DISPLAY '*** schema-migrate: FAILED - applied '
                           wn-applied-cnt ', still pending '
                           wn-pending-cnt ' ***'
                   MOVE 8 TO RETURN-CODE
               WHEN wn-pending-cnt > ZERO OR wn-changed-cnt > ZERO
                   DISPLAY '*** schema-migrate: ' wn-pending-cnt
                           ' pending, ' wn-changed-cnt
                           ' changed since applied - see '
                           'schema-migrate.txt ***'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY '*** schema-migrate: done, '
                           wn-current-cnt ' migrations current, '
                           wn-applied-cnt ' applied now ***'
           END-EVALUATE

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> psql gets the same password the programs connect
           *> with - see copy/db-password.cpy
           COPY db-password.
           SET ENVIRONMENT "PGPASSWORD" TO
               FUNCTION TRIM(wc-passwd)

           ACCEPT wc-schema-mode FROM ENVIRONMENT 'OJ_SCHEMA_MODE'
           IF FUNCTION TRIM(wc-schema-mode) = 'apply'
               SET is-apply-mode TO TRUE
           END-IF

           ACCEPT wc-target-db FROM ENVIRONMENT 'OJ_SCHEMA_DB'
           IF wc-target-db = SPACE
               MOVE 'openjensen' TO wc-target-db
           END-IF

           IF is-apply-mode
               DISPLAY '*** applying pending migrations to '
                       FUNCTION TRIM(wc-target-db) ' ***'
           ELSE
               DISPLAY '*** listing pending migrations for '
                       FUNCTION TRIM(wc-target-db) ' ***'
           END-IF

           .

       *>**************************************************
       B0100-connect.

           *>  connect
           MOVE  wc-target-db    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                            USING :wc-database
           END-EXEC

           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
           END-IF

           .

       *>**************************************************
       B0150-check-register.

           *> a database older than the register cannot say what
           *> it has - 150_schema_version.sql records everything
           *> before it and has to be run by hand once
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-register-cnt
               FROM tbl_schema_version
           END-EXEC

           IF  sqlcode NOT = zero
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY '*** schema-migrate: refused - '
                       FUNCTION TRIM(wc-target-db)
                       ' has no tbl_schema_version - run '
                       '150_schema_version.sql by hand first ***'
               SET is-job-failed TO TRUE
           END-IF

           .

       *>**************************************************
       B0200-list-schema-files.

           *> the migration files in name order, which is number
           *> order - three digits, an underscore, a name
           MOVE SPACE TO wc-shell-command
           STRING 'ls -1 ../schema | grep '
                  DELIMITED BY SIZE
                  '"^[0-9][0-9][0-9]_.*\.sql$" | sort'
                  DELIMITED BY SIZE
                  ' > ../data/schema-files.tmp'
                  DELIMITED BY SIZE
                  INTO wc-shell-command
           END-STRING
           CALL 'SYSTEM' USING wc-shell-command

           IF RETURN-CODE NOT = ZERO
               SET is-job-failed TO TRUE
               DISPLAY '*** schema-migrate: no migration files in '
                       '../schema ***'
           END-IF

           .

       *>**************************************************
       B0300-check-all-files.

           READ listfile
               AT END
                   SET is-eof-list TO TRUE
           END-READ

           PERFORM UNTIL is-eof-list

               IF fc-list-line NOT = SPACE
                   PERFORM B0310-check-one-file
               END-IF

               READ listfile
                   AT END
                       SET is-eof-list TO TRUE
               END-READ

           END-PERFORM

           .

       *>**************************************************
       B0310-check-one-file.

           MOVE fc-list-line TO t-migration-file
           MOVE fc-list-line(1:3) TO t-migration-no

           MOVE SPACE TO wc-migration-path
           STRING '../schema/' DELIMITED BY SIZE
                  FUNCTION TRIM(t-migration-file) DELIMITED BY SIZE
                  INTO wc-migration-path
           END-STRING

           MOVE ZERO TO wn-checksum-rtn
           CALL 'file-checksum' USING wn-checksum-rtn
                                      wc-migration-path
                                      wn-file-line-cnt
                                      t-file-checksum

           MOVE SPACE TO t-recorded-checksum
           EXEC SQL
               SELECT file_checksum
               INTO :t-recorded-checksum
               FROM tbl_schema_version
               WHERE migration_no = :t-migration-no
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   PERFORM B0320-pending-migration
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN t-recorded-checksum = SPACE
                   PERFORM B0330-record-checksum
               WHEN t-recorded-checksum NOT = t-file-checksum
                   ADD 1 TO wn-changed-cnt
                   MOVE SPACE TO fc-report-line
                   STRING 'CHANGED ' t-migration-no ' '
                          FUNCTION TRIM(t-migration-file)
                          ' - edited after it was applied'
                          DELIMITED BY SIZE INTO fc-report-line
                   END-STRING
                   WRITE fc-report-line
               WHEN OTHER
                   ADD 1 TO wn-current-cnt
           END-EVALUATE

           .

       *>**************************************************
       B0320-pending-migration.

           *> listed, and in apply mode run - but never past a
           *> migration that failed, the later ones may build on
           *> it
           IF is-apply-mode AND NOT is-job-failed
               PERFORM B0340-apply-migration
           END-IF

           IF is-apply-mode AND NOT is-job-failed
               ADD 1 TO wn-applied-cnt
               MOVE SPACE TO fc-report-line
               STRING 'APPLIED ' t-migration-no ' '
                      FUNCTION TRIM(t-migration-file)
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           ELSE
               ADD 1 TO wn-pending-cnt
               MOVE SPACE TO fc-report-line
               STRING 'PENDING ' t-migration-no ' '
                      FUNCTION TRIM(t-migration-file)
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           END-IF
           WRITE fc-report-line

           .

       *>**************************************************
       B0330-record-checksum.

           *> recorded when the register was created, before
           *> anything fingerprinted the files
           EXEC SQL
               UPDATE tbl_schema_version
               SET file_checksum = :t-file-checksum
               WHERE migration_no = :t-migration-no
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    COMMIT WORK
                END-EXEC
                ADD 1 TO wn-recorded-cnt
                ADD 1 TO wn-current-cnt
           END-IF

           .

       *>**************************************************
       B0340-apply-migration.

           DISPLAY '*** applying '
                   FUNCTION TRIM(t-migration-file) ' ***'

           *> nothing of ours may hold a lock the migration
           *> needs
           EXEC SQL
               COMMIT WORK
           END-EXEC

           *> one transaction per file - a failing statement
           *> leaves the database as it was before the file
           MOVE SPACE TO wc-shell-command
           STRING 'psql -U ' DELIMITED BY SIZE
                  FUNCTION TRIM(wc-username) DELIMITED BY SIZE
                  ' -d ' DELIMITED BY SIZE
                  FUNCTION TRIM(wc-target-db) DELIMITED BY SIZE
                  ' -v ON_ERROR_STOP=1 -1 -f '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(wc-migration-path)
                  DELIMITED BY SIZE
                  INTO wc-shell-command
           END-STRING
           CALL 'SYSTEM' USING wc-shell-command

           IF RETURN-CODE NOT = ZERO
               SET is-job-failed TO TRUE
               DISPLAY '*** schema-migrate: FAILED on '
                       FUNCTION TRIM(t-migration-file) ' ***'
               MOVE SPACE TO fc-report-line
               STRING 'FAILED  ' t-migration-no ' '
                      FUNCTION TRIM(t-migration-file)
                      ' - the later ones were not run'
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
               WRITE fc-report-line
           ELSE
               EXEC SQL
                   INSERT INTO tbl_schema_version
                   (migration_no, migration_file, file_checksum)
                   VALUES (:t-migration-no, :t-migration-file,
                           :t-file-checksum)
                   ON CONFLICT (migration_no) DO UPDATE
                   SET file_checksum = EXCLUDED.file_checksum
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
                    SET is-job-failed TO TRUE
               ELSE
                    EXEC SQL
                        COMMIT WORK
                    END-EXEC
               END-IF
           END-IF

           .

       *>**************************************************
       B0900-report-version.

           *> where the database stands against the programs
           COPY check-schema-version.

           MOVE SPACE TO fc-report-line
           IF wc-schema-version-flag = 'Y'
               STRING 'database at ' wn-schema-applied
                      ', programs need ' wn-schema-required
                      ' - OK'
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           ELSE
               STRING 'database at ' wn-schema-applied
                      ', programs need ' wn-schema-required
                      ' - BEHIND, health-check and batch-window '
                      'refuse to start'
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           END-IF
           WRITE fc-report-line
           DISPLAY FUNCTION TRIM(fc-report-line)

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
