       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Student census for the official school
       *>          statistics. Rebuilds the student population
       *>          as it stood on the count date (OJ_CENSUS_DATE,
       *>          YYYY-MM-DD, default 15 October this year):
       *>          a student whose status that day - replayed
       *>          from tbl_user_status_history - was active or
       *>          on a study break, enrolled in a course of a
       *>          term running that day, with the program held
       *>          that day (tbl_program_transfer_history), the
       *>          school year counted from the first enrolled
       *>          term, home site and home municipality. The
       *>          population is kept in tbl_census_student (a
       *>          rerun replaces the date) and written to
       *>          ../data/census-export.txt in the statistics
       *>          layout - header, one record per student,
       *>          trailer - with a control summary by program,
       *>          school year and site in
       *>          ../data/census-summary.txt. Students missing
       *>          personnummer, home municipality or program are
       *>          held back and listed in
       *>          ../data/census-exceptions.txt to be fixed
       *>          before submitting, as are protected identities
       *>          not released to 'census-export'. The file is
       *>          registered in tbl_outbound_file with its own
       *>          archived copy (copy/register-outbound-file.cpy).
       *>          Run from the command line or cron.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Register the file sent.
       *>       0.3: Skolenhetskod from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. census-export.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT exportfile ASSIGN TO
              '../data/census-export.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT summaryfile ASSIGN TO
              '../data/census-summary.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO
              '../data/census-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  exportfile.
       01  fd-export-header.
           03  fc-hdr-type                PIC X(1).
           03  fc-hdr-count-date          PIC X(8).
           03  fc-hdr-school-unit         PIC X(8).
           03  fc-hdr-created             PIC X(8).
           03  fc-hdr-filler              PIC X(15).
       01  fd-export-detail.
           03  fc-rec-type                PIC X(1).
           03  fc-count-date              PIC X(8).
           03  fc-pnr                     PIC X(12).
           03  fc-program-id              PIC 9(4).
           03  fc-school-year             PIC 9(1).
           03  fc-site-id                 PIC 9(4).
           03  fc-municipality            PIC X(4).
           03  fc-status                  PIC X(1).
           03  fc-filler                  PIC X(5).
       01  fd-export-trailer.
           03  fc-trl-type                PIC X(1).
           03  fc-trl-count               PIC 9(6).
           03  fc-trl-filler              PIC X(33).

       FD  summaryfile.
       01  fc-summary-line                PIC X(120).

       FD  exceptionfile.
       01  fc-exception-line              PIC X(120).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-valid-date-switch        PIC X   VALUE 'N'.
                88  is-valid-census-date            VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-census-date            PIC  X(10) VALUE SPACE.
       01  wn-population-cnt         PIC  9(6) VALUE ZERO.
       01  census-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-pnr            PIC  X(13).
             05  t-program-id          PIC  9(4).
             05  t-school-year         PIC  9(1).
             05  t-ort-id              PIC  9(4).
             05  t-municipality        PIC  X(4).
             05  t-user-status         PIC  X(1).
             05  t-data-complete       PIC  X(1).
       01  summary-rec-vars.
             05  t-program-name        PIC  X(40).
             05  t-ort-name            PIC  X(40).
             05  t-student-cnt         PIC  9(6).
             05  t-incomplete-cnt      PIC  9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> user/course/grade ids against the 9-digit id fields -
       *> see copy/check-id-width.cpy
       COPY id-width-vars.

       *> protected identities stay out of the file unless
       *> overridden - see copy/check-protected-release.cpy
       COPY protected-vars.

       *> the register of files sent - see
       *> copy/register-outbound-file.cpy
       COPY outbound-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> validated through is-valid-date
       01  wn-rtn-code              PIC S99   VALUE ZERO.
       01  wc-now                   PIC X(21) VALUE SPACE.

       *> the school unit (skolenhetskod) for the header
       01  wc-school-unit           PIC X(8)  VALUE SPACE.

       *> why the current student is held back
       01  wc-reject-reason         PIC X(60) VALUE SPACE.
       01  wn-reason-ptr            PIC 9(2)  VALUE 1.

       *> per-run counters for the trailer and the summary
       01  wn-record-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-incomplete-cnt        PIC 9(6)  VALUE ZERO.
       01  wn-withheld-cnt          PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** census-export: started ***'

           PERFORM A0100-init

           IF NOT is-valid-census-date
               DISPLAY '*** census-export: OJ_CENSUS_DATE '
                       wc-census-date ' is not a date ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-build-population
           END-IF

           IF is-db-connected AND NOT is-sql-error
               OPEN OUTPUT exportfile
               OPEN OUTPUT exceptionfile
               PERFORM B0300-write-export
               CLOSE exportfile
               CLOSE exceptionfile
               OPEN OUTPUT summaryfile
               PERFORM B0400-write-summary
               CLOSE summaryfile
               PERFORM B0950-register-file
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           IF is-sql-error
               DISPLAY '*** census-export: finished with errors ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '*** census-export: done, ' wn-record-cnt
                       ' of ' wn-population-cnt ' students for '
                       wc-census-date ', ' wn-incomplete-cnt
                       ' incomplete, ' wn-withheld-cnt
                       ' protected held back, file ' o-file-seq
                       ' ***'
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> the count date from the environment, defaulting to
           *> this year's 15 October
           ACCEPT wc-census-date FROM ENVIRONMENT 'OJ_CENSUS_DATE'

           IF wc-census-date = SPACE
               MOVE FUNCTION CURRENT-DATE TO wc-now
               STRING wc-now(1:4) '-10-15'
                      DELIMITED BY SIZE INTO wc-census-date
               END-STRING
           END-IF

           CALL 'is-valid-date' USING wn-rtn-code wc-census-date
           IF wn-rtn-code = ZERO
               SET is-valid-census-date TO TRUE
           END-IF

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
                *> ids past the 9-digit id fields would be truncated
                *> into somebody else's id - refuse the run instead
                COPY check-id-width.
                IF wc-id-width-flag NOT = 'Y'
                    DISPLAY '*** census-export: refused - ids in '
                            FUNCTION TRIM(wc-id-width-table)
                            ' no longer fit the id fields ***'
                    PERFORM Z0200-disconnect
                    MOVE 'N' TO is-db-connected-switch
                    MOVE 8 TO RETURN-CODE
                END-IF
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> the skolenhetskod in the file header
           MOVE 'SCHOOL_UNIT' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-school-unit

           .

       *>**************************************************
       B0200-build-population.

           *> a rerun for the date starts over
           EXEC SQL
               DELETE FROM tbl_census_student
               WHERE census_date = :wc-census-date
           END-EXEC

           *> the status and program on the count date are the
           *> last change made by the end of that day; with no
           *> change before it, what the first later change
           *> changed from; with no change at all, today's value
           EXEC SQL
               INSERT INTO tbl_census_student
                   (census_date, user_id, user_pnr, program_id,
                    school_year, ort_id, user_municipality,
                    user_status, data_complete)
               SELECT :wc-census-date, p.user_id, p.user_pnr,
                      p.program_id,
                      LEAST(GREATEST(p.school_year, 1), 4),
                      p.ort_id, p.user_municipality,
                      p.user_status,
                      CASE WHEN p.user_pnr = ''
                             OR p.user_municipality = ''
                             OR p.program_id = 0
                           THEN 'N' ELSE 'Y' END
               FROM
                   (SELECT u.user_id,
                           REPLACE(TRIM(u.user_pnr), '-', '')
                               AS user_pnr,
                           u.ort_id,
                           TRIM(u.user_municipality)
                               AS user_municipality,
                           COALESCE(
                               (SELECT h.new_status
                                FROM tbl_user_status_history h
                                WHERE h.user_id = u.user_id
                                AND h.created_date <
                                    CAST(:wc-census-date AS DATE) + 1
                                ORDER BY h.created_date DESC,
                                         h.history_id DESC
                                LIMIT 1),
                               (SELECT h.old_status
                                FROM tbl_user_status_history h
                                WHERE h.user_id = u.user_id
                                AND h.created_date >=
                                    CAST(:wc-census-date AS DATE) + 1
                                ORDER BY h.created_date,
                                         h.history_id
                                LIMIT 1),
                               u.user_status) AS user_status,
                           COALESCE(
                               (SELECT t.new_program_id
                                FROM tbl_program_transfer_history t
                                WHERE t.user_id = u.user_id
                                AND t.transfer_date <
                                    CAST(:wc-census-date AS DATE) + 1
                                ORDER BY t.transfer_date DESC,
                                         t.transfer_id DESC
                                LIMIT 1),
                               (SELECT t.old_program_id
                                FROM tbl_program_transfer_history t
                                WHERE t.user_id = u.user_id
                                AND t.transfer_date >=
                                    CAST(:wc-census-date AS DATE) + 1
                                ORDER BY t.transfer_date,
                                         t.transfer_id
                                LIMIT 1),
                               u.user_program) AS program_id,
                           COALESCE(
                               CAST(EXTRACT(YEAR FROM
                                   CAST(:wc-census-date AS DATE)
                                   - INTERVAL '6 months')
                                    AS INTEGER)
                               - (SELECT MIN(CAST(EXTRACT(YEAR FROM
                                     TO_DATE(m.term_startdate,
                                             'YYYY-MM-DD')
                                     - INTERVAL '6 months')
                                          AS INTEGER))
                                  FROM tbl_enrollment e
                                  INNER JOIN tbl_course c
                                      ON c.course_id = e.course_id
                                  INNER JOIN tbl_term m
                                      ON m.term_code = c.course_term
                                  WHERE e.user_id = u.user_id
                                  AND m.term_startdate <> ''
                                  AND m.term_startdate <=
                                      :wc-census-date)
                               + 1, 1) AS school_year
                    FROM tbl_user u
                    WHERE u.usertype_id = 1
                    AND (u.user_created_date IS NULL
                         OR u.user_created_date <
                            CAST(:wc-census-date AS DATE) + 1)
                    AND EXISTS
                        (SELECT 1
                         FROM tbl_enrollment e
                         INNER JOIN tbl_course c
                             ON c.course_id = e.course_id
                         INNER JOIN tbl_term m
                             ON m.term_code = c.course_term
                         WHERE e.user_id = u.user_id
                         AND m.term_startdate <= :wc-census-date
                         AND m.term_enddate >= :wc-census-date)) p
               WHERE p.user_status IN ('A', 'B')
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    SELECT COUNT(*)
                    INTO :wn-population-cnt
                    FROM tbl_census_student
                    WHERE census_date = :wc-census-date
                END-EXEC
                EXEC SQL
                    COMMIT WORK
                END-EXEC
           END-IF

           .

       *>**************************************************
       B0300-write-export.

           MOVE 'H' TO fc-hdr-type
           MOVE SPACE TO fc-hdr-count-date
           STRING wc-census-date(1:4) wc-census-date(6:2)
                  wc-census-date(9:2)
                  DELIMITED BY SIZE INTO fc-hdr-count-date
           END-STRING
           MOVE wc-school-unit TO fc-hdr-school-unit
           MOVE FUNCTION CURRENT-DATE TO wc-now
           MOVE wc-now(1:8) TO fc-hdr-created
           MOVE SPACE TO fc-hdr-filler
           WRITE fd-export-header

           EXEC SQL
               DECLARE curscensus CURSOR FOR
               SELECT user_id, user_pnr, program_id, school_year,
                      ort_id, user_municipality, user_status,
                      data_complete
               FROM tbl_census_student
               WHERE census_date = :wc-census-date
               ORDER BY user_pnr, user_id
           END-EXEC

           EXEC SQL
               OPEN curscensus
           END-EXEC

           EXEC SQL
               FETCH curscensus INTO :t-user-id, :t-user-pnr,
                                     :t-program-id, :t-school-year,
                                     :t-ort-id, :t-municipality,
                                     :t-user-status,
                                     :t-data-complete
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               *> a protected identity goes to the statistics
               *> only under an override for this file
               MOVE t-user-id TO wn-protected-user-id
               MOVE 'census-export' TO wc-protected-scope

               COPY check-protected-release.

               EVALUATE TRUE
                   WHEN wc-protected-release-flag NOT = 'Y'
                       ADD 1 TO wn-withheld-cnt
                       MOVE 'skyddad identitet - undantag saknas'
                            TO wc-reject-reason
                       PERFORM B0320-write-exception
                   WHEN t-data-complete NOT = 'Y'
                       ADD 1 TO wn-incomplete-cnt
                       PERFORM B0315-name-missing-data
                       PERFORM B0320-write-exception
                   WHEN OTHER
                       PERFORM B0310-write-one-student
               END-EVALUATE

               EXEC SQL
                   FETCH curscensus INTO :t-user-id, :t-user-pnr,
                                         :t-program-id,
                                         :t-school-year,
                                         :t-ort-id,
                                         :t-municipality,
                                         :t-user-status,
                                         :t-data-complete
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscensus
           END-EXEC

           MOVE 'T' TO fc-trl-type
           MOVE wn-record-cnt TO fc-trl-count
           MOVE SPACE TO fc-trl-filler
           WRITE fd-export-trailer

           .

       *>**************************************************
       B0310-write-one-student.

           MOVE 'D' TO fc-rec-type
           MOVE fc-hdr-count-date TO fc-count-date
           MOVE t-user-pnr(1:12) TO fc-pnr
           MOVE t-program-id TO fc-program-id
           MOVE t-school-year TO fc-school-year
           MOVE t-ort-id TO fc-site-id
           MOVE t-municipality TO fc-municipality
           *> A studying, B on a study break (studieuppehåll)
           MOVE t-user-status TO fc-status
           MOVE SPACE TO fc-filler

           WRITE fd-export-detail
           ADD 1 TO wn-record-cnt

           .

       *>**************************************************
       B0315-name-missing-data.

           MOVE 'saknar:' TO wc-reject-reason
           MOVE 8 TO wn-reason-ptr

           IF t-user-pnr = SPACE
               STRING ' personnummer' DELIMITED BY SIZE
                      INTO wc-reject-reason
                      WITH POINTER wn-reason-ptr
               END-STRING
           END-IF

           IF t-municipality = SPACE
               STRING ' hemkommun' DELIMITED BY SIZE
                      INTO wc-reject-reason
                      WITH POINTER wn-reason-ptr
               END-STRING
           END-IF

           IF t-program-id = ZERO
               STRING ' program' DELIMITED BY SIZE
                      INTO wc-reject-reason
                      WITH POINTER wn-reason-ptr
               END-STRING
           END-IF

           .

       *>**************************************************
       B0320-write-exception.

           MOVE SPACE TO fc-exception-line
           STRING 'user_id=' t-user-id
                  ' program=' t-program-id
                  ' ort=' t-ort-id ': '
                  FUNCTION TRIM(wc-reject-reason)
                  DELIMITED BY SIZE INTO fc-exception-line
           END-STRING
           WRITE fc-exception-line

           .

       *>**************************************************
       B0400-write-summary.

           MOVE SPACE TO fc-summary-line
           STRING 'Elevstatistik per ' wc-census-date
                  ' - program / årskurs / ort / elever / '
                  'ofullständiga'
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           EXEC SQL
               DECLARE curscensussum CURSOR FOR
               SELECT s.program_id,
                      COALESCE(p.program_name, '-'),
                      s.school_year, s.ort_id,
                      COALESCE(o.enhetsnamn, '-'),
                      COUNT(*),
                      SUM(CASE WHEN s.data_complete = 'N'
                               THEN 1 ELSE 0 END)
               FROM tbl_census_student s
               LEFT JOIN tbl_program p
                   ON p.program_id = s.program_id
               LEFT JOIN t_ort o
                   ON o.ort_id = s.ort_id
               WHERE s.census_date = :wc-census-date
               GROUP BY s.program_id, p.program_name,
                        s.school_year, s.ort_id, o.enhetsnamn
               ORDER BY s.program_id, s.school_year, s.ort_id
           END-EXEC

           EXEC SQL
               OPEN curscensussum
           END-EXEC

           EXEC SQL
               FETCH curscensussum INTO :t-program-id,
                                        :t-program-name,
                                        :t-school-year,
                                        :t-ort-id,
                                        :t-ort-name,
                                        :t-student-cnt,
                                        :t-incomplete-cnt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO fc-summary-line
               STRING t-program-id ' '
                      FUNCTION TRIM(t-program-name) ' / '
                      t-school-year ' / '
                      t-ort-id ' '
                      FUNCTION TRIM(t-ort-name) ' / '
                      t-student-cnt ' / '
                      t-incomplete-cnt
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line

               EXEC SQL
                   FETCH curscensussum INTO :t-program-id,
                                            :t-program-name,
                                            :t-school-year,
                                            :t-ort-id,
                                            :t-ort-name,
                                            :t-student-cnt,
                                            :t-incomplete-cnt
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curscensussum
           END-EXEC

           MOVE SPACE TO fc-summary-line
           STRING 'Totalt ' wn-population-cnt
                  ', i filen ' wn-record-cnt
                  ', ofullständiga ' wn-incomplete-cnt
                  ', skyddade ej med ' wn-withheld-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           .

       *>**************************************************
       B0950-register-file.

           MOVE 'census-export' TO o-file-kind
           MOVE wc-census-date TO o-file-period
           MOVE wn-record-cnt TO o-record-cnt
           MOVE wn-record-cnt TO o-control-total
           MOVE 'students' TO o-control-label
           MOVE '../data/census-export.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               DISPLAY '*** census-export: the file could not be '
                       'read back - not registered ***'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

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
