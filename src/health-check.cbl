       *>          OK, DEGRADED (sequence or backup trouble) or
       *>          FAIL (no database or no filesystem), so the
       *>          monitoring finally has something to ask.
       *>          A user, course or grade id outgrowing the
       *>          9-digit id fields is also a FAIL - the batches
       *>          refuse to run on it (check-id-width.cpy).
       *>          A setting of the settings register with no
       *>          value in force, or one outside its range
       *>          (v_setting_check), is DEGRADED: the program
       *>          runs on its own default until it is entered.
       *>          A database behind the migrations the programs
       *>          need (check-schema-version.cpy) is a FAIL, and
       *>          the checks that read its tables are not run.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: id-width check against the 9-digit ids.
       *>       0.3: Settings register check.
       *>       0.4: Schema version check; refuse the database
       *>            checks on a database behind the programs.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. health-check.
                88  is-backup-ok                    VALUE 'Y'.
            03  is-cgi-call-switch          PIC X   VALUE 'N'.
                88  is-cgi-call                     VALUE 'Y'.
            03  is-id-width-ok-switch       PIC X   VALUE 'Y'.
                88  is-id-width-ok                  VALUE 'Y'.
            03  is-settings-ok-switch       PIC X   VALUE 'Y'.
                88  is-settings-ok                  VALUE 'Y'.
            03  is-schema-ok-switch         PIC X   VALUE 'Y'.
                88  is-schema-ok                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  t-seq-value              PIC  9(9).
       01  t-max-id                 PIC  9(9).
       01  t-setting-code           PIC  X(30).
       01  t-setting-ort-id         PIC  9(9).
       01  t-check-status           PIC  X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> the migrations applied against those the programs
       *> need - see copy/check-schema-version.cpy
       COPY schema-version-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> which environment the call came from
           PERFORM B0200-check-filesystem

           IF is-db-connected
               PERFORM B0250-check-schema-version
               IF is-schema-ok
                   PERFORM B0300-check-sequences
                   PERFORM B0350-check-id-width
                   PERFORM B0360-check-settings
               END-IF
               PERFORM Z0200-disconnect
           END-IF


           .

       *>**************************************************
       B0250-check-schema-version.

           *> the checks below read tables a database behind
           *> the programs may not have - they wait for
           *> schema-migrate
           COPY check-schema-version.

           IF wc-schema-version-flag = 'Y'
               DISPLAY 'schema=OK version=' wn-schema-applied
           ELSE
               MOVE 'N' TO is-schema-ok-switch
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY 'schema=FAIL version=' wn-schema-applied
                       ' required=' wn-schema-required
                       ' - run schema-migrate'
           END-IF

           .

       *>**************************************************
       B0300-check-sequences.


           .

       *>**************************************************
       B0350-check-id-width.

           *> an id past what the programs can hold would be
           *> truncated into another student's id - that is an
           *> outage, not a warning
           COPY check-id-width.

           IF wc-id-width-flag = 'Y'
               DISPLAY 'id-width=OK'
           ELSE
               MOVE 'N' TO is-id-width-ok-switch
               DISPLAY 'id-width=FAIL table='
                       FUNCTION TRIM(wc-id-width-table)
           END-IF

           .

       *>**************************************************
       B0360-check-settings.

           *> every setting needs a value in force within its
           *> range - one line per setting or site that has not
           EXEC SQL
               DECLARE curssetcheck CURSOR FOR
               SELECT setting_code, ort_id, check_status
               FROM v_setting_check
               WHERE check_status <> 'OK'
               ORDER BY setting_code, ort_id
           END-EXEC

           EXEC SQL
               OPEN curssetcheck
           END-EXEC

           EXEC SQL
               FETCH curssetcheck INTO :t-setting-code,
                                     :t-setting-ort-id,
                                     :t-check-status
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0365-report-setting
               EXEC SQL
                   FETCH curssetcheck INTO :t-setting-code,
                                         :t-setting-ort-id,
                                         :t-check-status
               END-EXEC
           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                MOVE 'N' TO is-settings-ok-switch
           END-IF

           EXEC SQL
               CLOSE curssetcheck
           END-EXEC

           IF is-settings-ok
               DISPLAY 'settings=OK'
           ELSE
               DISPLAY 'settings=FAIL'
           END-IF

           .

       *>**************************************************
       B0365-report-setting.

           MOVE 'N' TO is-settings-ok-switch
           DISPLAY 'setting=FAIL code='
                   FUNCTION TRIM(t-setting-code)
                   ' ort=' t-setting-ort-id ' '
                   FUNCTION TRIM(t-check-status)

           .

       *>**************************************************
       B0400-check-backup-freshness.

       *>**************************************************
       C0100-verdict.

           *> FAIL without a database or filesystem, with ids
           *> past the id fields, or with a database behind the
           *> programs' schema; DEGRADED
           *> when only the maintenance machinery or the
           *> settings register is unwell
           IF NOT is-db-connected OR NOT is-fs-ok
              OR NOT is-id-width-ok OR NOT is-schema-ok
               DISPLAY 'health=FAIL'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT is-seq-ok OR NOT is-backup-ok
                  OR NOT is-settings-ok
                   DISPLAY 'health=DEGRADED'
                   MOVE 4 TO RETURN-CODE
               ELSE
