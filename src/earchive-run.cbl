       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Yearly e-archive delivery and disposal
       *>          (gallring) after the records-management plan
       *>          in tbl_retention_rule. First packages what is
       *>          kept for ever: the final grades of every
       *>          archived term not yet delivered
       *>          (../data/earchive-grades.txt) and the document
       *>          register - examensbevis and intyg - issued up
       *>          to the end of the last of those terms
       *>          (../data/earchive-documents.txt), with a
       *>          manifest of the delivery, its terms, and each
       *>          file's records, lines and checksum
       *>          (../data/earchive-manifest.txt). Then disposes
       *>          of what v_disposal_due says is past its
       *>          retention, and reports each rule, term (or
       *>          year) and row count in
       *>          ../data/disposal-report.txt.
       *>          OJ_EARCHIVE_MODE=run does it for real: the
       *>          three files are registered in tbl_outbound_file
       *>          with their archived copies, terms and documents
       *>          are marked delivered (tbl_earchive_delivery),
       *>          the records are deleted one rule and term per
       *>          transaction and the report is registered too.
       *>          Anything else is a dry run - the files and the
       *>          report are written, nothing is marked or
       *>          deleted. A real run is refused without a dry
       *>          run in the last 30 days, and disposes of
       *>          nothing if the package could not be delivered.
       *>          Every run is logged in tbl_disposal_run and
       *>          tbl_disposal_line. Run yearly from the command
       *>          line or cron.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. earchive-run.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT gradefile ASSIGN TO
              '../data/earchive-grades.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT documentfile ASSIGN TO
              '../data/earchive-documents.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT manifestfile ASSIGN TO
              '../data/earchive-manifest.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT reportfile ASSIGN TO
              '../data/disposal-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  gradefile.
       01  fc-grade-line                  PIC X(200).

       FD  documentfile.
       01  fc-document-line               PIC X(200).

       FD  manifestfile.
       01  fc-manifest-line               PIC X(120).

       FD  reportfile.
       01  fc-report-line                 PIC X(160).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-real-run-switch          PIC X   VALUE 'N'.
                88  is-real-run                     VALUE 'Y'.
            03  is-package-failed-switch    PIC X   VALUE 'N'.
                88  is-package-failed               VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       *> D dry run, R real run
       01  wc-run-mode               PIC  X(1)  VALUE 'D'.
       01  wn-dry-run-cnt            PIC  9(4)  VALUE ZERO.
       01  wn-run-id                 PIC  9(9)  VALUE ZERO.
       *> the delivery being packaged - zero in a dry run, where
       *> the terms and documents not yet delivered are read
       01  wn-delivery-id            PIC  9(9)  VALUE ZERO.
       01  wn-term-cnt               PIC  9(4)  VALUE ZERO.
       01  wc-last-term-end          PIC  X(10) VALUE SPACE.
       01  wn-grade-cnt              PIC  9(7)  VALUE ZERO.
       01  wn-document-cnt           PIC  9(7)  VALUE ZERO.
       01  wn-examensbevis-cnt       PIC  9(7)  VALUE ZERO.
       01  wn-manifest-file-id       PIC  9(9)  VALUE ZERO.
       01  wn-report-file-id         PIC  9(9)  VALUE ZERO.
       01  wn-disposed-cnt           PIC  9(9)  VALUE ZERO.
       01  term-rec-vars.
             05  t-term-code           PIC  X(10).
             05  t-term-startdate      PIC  X(10).
             05  t-term-enddate        PIC  X(10).
       01  grade-rec-vars.
             05  t-national-code       PIC  X(12).
             05  t-course-id           PIC  9(9).
             05  t-course-name         PIC  X(40).
             05  t-user-pnr            PIC  X(13).
             05  t-user-lastname       PIC  X(40).
             05  t-user-firstname      PIC  X(40).
             05  t-grade-grade         PIC  X(40).
             05  t-grade-status        PIC  X(1).
             05  t-grade-date          PIC  X(10).
       01  document-rec-vars.
             05  t-document-id         PIC  9(9).
             05  t-doc-type            PIC  X(20).
             05  t-verification-code   PIC  X(12).
             05  t-issued-date         PIC  X(10).
             05  t-issued-by           PIC  9(9).
             05  t-superseded-by       PIC  9(9).
       01  disposal-rec-vars.
             05  t-rule-code           PIC  X(20).
             05  t-scope               PIC  X(10).
             05  t-row-cnt             PIC  9(9).
             05  t-rule-desc           PIC  X(80).
             05  t-rule-ref            PIC  X(40).
             05  t-retention-years     PIC  9(3).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the register of files sent - see
       *> copy/register-outbound-file.cpy
       COPY outbound-vars.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> steering and dates
       01  wc-mode-env              PIC X(10) VALUE SPACE.
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wc-run-date              PIC X(10) VALUE SPACE.
       01  wc-school-unit           PIC X(8)  VALUE SPACE.

       *> records and checksum of a packaged file for the
       *> manifest - see lib/file-checksum.cbl
       01  wn-checksum-rtn          PIC S99   VALUE ZERO.
       01  wc-checksum-path         PIC X(60) VALUE SPACE.
       01  wn-checksum-lines        PIC 9(7)  VALUE ZERO.
       01  wc-checksum-value        PIC X(32) VALUE SPACE.

       *> per-run counters
       01  wn-scope-cnt             PIC 9(5)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** earchive-run: started ***'

           PERFORM A0100-init

           PERFORM B0100-connect

           IF is-db-connected AND is-real-run
               PERFORM B0150-check-dry-run
           END-IF

           IF is-db-connected
               PERFORM B0200-open-run
           END-IF

           IF is-db-connected AND NOT is-sql-error
               PERFORM B0300-package-delivery
           END-IF

           IF is-db-connected AND NOT is-sql-error
              AND NOT is-package-failed
               OPEN OUTPUT reportfile
               PERFORM B0500-dispose-due-records
               PERFORM B0600-write-rule-summary
               CLOSE reportfile
               PERFORM B0700-close-run
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           EVALUATE TRUE
               WHEN is-sql-error OR is-package-failed
                   DISPLAY '*** earchive-run: finished with errors ***'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT is-db-connected
                   CONTINUE
               WHEN is-real-run
                   DISPLAY '*** earchive-run: done, delivery '
                           wn-delivery-id ' with ' wn-term-cnt
                           ' terms, ' wn-grade-cnt ' grades, '
                           wn-document-cnt ' documents; '
                           wn-disposed-cnt ' rows disposed of in '
                           wn-scope-cnt ' rule scopes ***'
               WHEN OTHER
                   DISPLAY '*** earchive-run: dry run, would deliver '
                           wn-term-cnt ' terms, ' wn-grade-cnt
                           ' grades, ' wn-document-cnt
                           ' documents and dispose of '
                           wn-disposed-cnt ' rows in ' wn-scope-cnt
                           ' rule scopes ***'
           END-EVALUATE

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> a dry run unless told otherwise
           ACCEPT wc-mode-env FROM ENVIRONMENT 'OJ_EARCHIVE_MODE'

           IF wc-mode-env = 'run'
               SET is-real-run TO TRUE
               MOVE 'R' TO wc-run-mode
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO wc-run-date
           END-STRING

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

           *> the skolenhetskod identifies the producer in the
           *> manifest
           MOVE 'SCHOOL_UNIT' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-school-unit

           .

       *>**************************************************
       B0150-check-dry-run.

           *> deleting for real needs a dry run to compare with
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-dry-run-cnt
               FROM tbl_disposal_run
               WHERE run_mode = 'D'
               AND run_date >= CURRENT_TIMESTAMP - INTERVAL '30 days'
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           IF NOT is-sql-error AND wn-dry-run-cnt = ZERO
               DISPLAY '*** earchive-run: refused - no dry run in '
                       'the last 30 days, run without '
                       'OJ_EARCHIVE_MODE=run first ***'
               PERFORM Z0200-disconnect
               MOVE 'N' TO is-db-connected-switch
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       *>**************************************************
       B0200-open-run.

           EXEC SQL
               SELECT nextval('tbl_disposal_run_run_id_seq')
               INTO :wn-run-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_disposal_run (run_id, run_mode)
               VALUES (:wn-run-id, :wc-run-mode)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    COMMIT WORK
                END-EXEC
           END-IF

           .

       *>**************************************************
       B0300-package-delivery.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(term_enddate), '')
               INTO :wn-term-cnt, :wc-last-term-end
               FROM tbl_term
               WHERE term_archived = 'Y'
               AND earchive_id = 0
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           EVALUATE TRUE
               WHEN is-sql-error
                   CONTINUE
               WHEN wn-term-cnt = ZERO
                   DISPLAY '*** earchive-run: no archived term to '
                           'deliver ***'
               WHEN OTHER
                   PERFORM B0305-build-package
           END-EVALUATE

           .

       *>**************************************************
       B0305-build-package.

           *> a real run marks its terms and documents first and
           *> then writes exactly what it marked; the marks, the
           *> registered files and the delivery row commit
           *> together or not at all
           IF is-real-run
               PERFORM B0310-mark-delivery
           END-IF

           IF NOT is-sql-error
               OPEN OUTPUT gradefile
               PERFORM B0320-write-grades
               CLOSE gradefile

               OPEN OUTPUT documentfile
               PERFORM B0330-write-documents
               CLOSE documentfile

               OPEN OUTPUT manifestfile
               PERFORM B0340-write-manifest
               CLOSE manifestfile
           END-IF

           IF is-real-run AND NOT is-sql-error
              AND NOT is-package-failed
               PERFORM B0350-register-delivery
           END-IF

           IF is-sql-error OR is-package-failed
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               SET is-package-failed TO TRUE
               DISPLAY '*** earchive-run: the delivery could not be '
                       'completed - nothing marked, nothing '
                       'disposed of ***'
           END-IF

           .

       *>**************************************************
       B0310-mark-delivery.

           EXEC SQL
               SELECT nextval('tbl_earchive_delivery_delivery_id_seq')
               INTO :wn-delivery-id
           END-EXEC

           EXEC SQL
               UPDATE tbl_term
               SET earchive_id = :wn-delivery-id
               WHERE term_archived = 'Y'
               AND earchive_id = 0
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           *> the register up to the end of the last term; later
           *> documents go with next year's delivery
           EXEC SQL
               UPDATE tbl_document_register
               SET earchive_id = :wn-delivery-id
               WHERE earchive_id = 0
               AND issued_date < CAST(:wc-last-term-end AS DATE) + 1
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0320-write-grades.

           MOVE SPACE TO fc-grade-line
           STRING 'termin;kurskod;kurs_id;kurs;personnummer;'
                  'efternamn;fornamn;betyg;status;betygsdatum'
                  DELIMITED BY SIZE INTO fc-grade-line
           END-STRING
           WRITE fc-grade-line

           *> the effective grade per student and course, the
           *> date from the grade row it points at
           EXEC SQL
               DECLARE cursearchgrade CURSOR FOR
               SELECT m.term_code, COALESCE(c.national_code, ''),
                      c.course_id, c.course_name,
                      COALESCE(u.user_pnr, ''), u.user_lastname,
                      u.user_firstname, e.grade_grade,
                      e.grade_status,
                      COALESCE(TO_CHAR(g.grade_date, 'YYYY-MM-DD'),
                               '')
               FROM tbl_effective_grade e
               INNER JOIN tbl_course c
                   ON c.course_id = e.course_id
               INNER JOIN tbl_term m
                   ON m.term_code = c.course_term
               INNER JOIN tbl_user u
                   ON u.user_id = e.user_id
               LEFT JOIN v_grade_all g
                   ON g.grade_id = e.grade_id
               WHERE m.term_archived = 'Y'
               AND m.earchive_id = :wn-delivery-id
               ORDER BY m.term_enddate, m.term_code, c.course_id,
                        u.user_lastname, u.user_firstname,
                        e.user_id
           END-EXEC

           EXEC SQL
               OPEN cursearchgrade
           END-EXEC

           EXEC SQL
               FETCH cursearchgrade INTO :t-term-code,
                                         :t-national-code,
                                         :t-course-id,
                                         :t-course-name,
                                         :t-user-pnr,
                                         :t-user-lastname,
                                         :t-user-firstname,
                                         :t-grade-grade,
                                         :t-grade-status,
                                         :t-grade-date
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0325-write-one-grade

               EXEC SQL
                   FETCH cursearchgrade INTO :t-term-code,
                                             :t-national-code,
                                             :t-course-id,
                                             :t-course-name,
                                             :t-user-pnr,
                                             :t-user-lastname,
                                             :t-user-firstname,
                                             :t-grade-grade,
                                             :t-grade-status,
                                             :t-grade-date
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursearchgrade
           END-EXEC

           .

       *>**************************************************
       B0325-write-one-grade.

           MOVE SPACE TO fc-grade-line
           STRING FUNCTION TRIM(t-term-code) ';'
                  FUNCTION TRIM(t-national-code) ';'
                  t-course-id ';'
                  FUNCTION TRIM(t-course-name) ';'
                  FUNCTION TRIM(t-user-pnr) ';'
                  FUNCTION TRIM(t-user-lastname) ';'
                  FUNCTION TRIM(t-user-firstname) ';'
                  FUNCTION TRIM(t-grade-grade) ';'
                  t-grade-status ';'
                  FUNCTION TRIM(t-grade-date)
                  DELIMITED BY SIZE INTO fc-grade-line
           END-STRING
           WRITE fc-grade-line

           ADD 1 TO wn-grade-cnt

           .

       *>**************************************************
       B0330-write-documents.

           MOVE SPACE TO fc-document-line
           STRING 'dokument_id;typ;kontrollkod;personnummer;'
                  'efternamn;fornamn;utfardat;utfardat_av;'
                  'ersatt_av'
                  DELIMITED BY SIZE INTO fc-document-line
           END-STRING
           WRITE fc-document-line

           EXEC SQL
               DECLARE cursearchdoc CURSOR FOR
               SELECT d.document_id, d.doc_type,
                      d.verification_code,
                      COALESCE(u.user_pnr, ''),
                      COALESCE(u.user_lastname, ''),
                      COALESCE(u.user_firstname, ''),
                      TO_CHAR(d.issued_date, 'YYYY-MM-DD'),
                      d.issued_by, d.superseded_by
               FROM tbl_document_register d
               LEFT JOIN tbl_user u
                   ON u.user_id = d.holder_user_id
               WHERE d.earchive_id = :wn-delivery-id
               AND d.issued_date <
                   CAST(:wc-last-term-end AS DATE) + 1
               ORDER BY d.document_id
           END-EXEC

           EXEC SQL
               OPEN cursearchdoc
           END-EXEC

           EXEC SQL
               FETCH cursearchdoc INTO :t-document-id, :t-doc-type,
                                       :t-verification-code,
                                       :t-user-pnr,
                                       :t-user-lastname,
                                       :t-user-firstname,
                                       :t-issued-date,
                                       :t-issued-by,
                                       :t-superseded-by
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0335-write-one-document

               EXEC SQL
                   FETCH cursearchdoc INTO :t-document-id,
                                           :t-doc-type,
                                           :t-verification-code,
                                           :t-user-pnr,
                                           :t-user-lastname,
                                           :t-user-firstname,
                                           :t-issued-date,
                                           :t-issued-by,
                                           :t-superseded-by
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursearchdoc
           END-EXEC

           .

       *>**************************************************
       B0335-write-one-document.

           MOVE SPACE TO fc-document-line
           STRING t-document-id ';'
                  FUNCTION TRIM(t-doc-type) ';'
                  FUNCTION TRIM(t-verification-code) ';'
                  FUNCTION TRIM(t-user-pnr) ';'
                  FUNCTION TRIM(t-user-lastname) ';'
                  FUNCTION TRIM(t-user-firstname) ';'
                  t-issued-date ';'
                  t-issued-by ';'
                  t-superseded-by
                  DELIMITED BY SIZE INTO fc-document-line
           END-STRING
           WRITE fc-document-line

           ADD 1 TO wn-document-cnt
           IF t-doc-type = 'examensbevis'
               ADD 1 TO wn-examensbevis-cnt
           END-IF

           .

       *>**************************************************
       B0340-write-manifest.

           MOVE SPACE TO fc-manifest-line
           STRING 'delivery=' wn-delivery-id
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           MOVE SPACE TO fc-manifest-line
           IF is-real-run
               STRING 'mode=run' DELIMITED BY SIZE
                      INTO fc-manifest-line
               END-STRING
           ELSE
               STRING 'mode=dry-run' DELIMITED BY SIZE
                      INTO fc-manifest-line
               END-STRING
           END-IF
           WRITE fc-manifest-line

           MOVE SPACE TO fc-manifest-line
           STRING 'created=' wc-run-date
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           MOVE SPACE TO fc-manifest-line
           STRING 'producer=OpenJensen school_unit='
                  FUNCTION TRIM(wc-school-unit)
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           MOVE SPACE TO fc-manifest-line
           STRING 'documents_until=' wc-last-term-end
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           PERFORM B0342-write-manifest-terms

           *> one line per file: what it holds, and what the
           *> receiver checks it against
           MOVE '../data/earchive-grades.txt' TO wc-checksum-path
           PERFORM B0346-checksum-file
           MOVE SPACE TO fc-manifest-line
           STRING 'file=earchive-grades.txt rule=FINAL_GRADE '
                  'records=' wn-grade-cnt
                  ' lines=' wn-checksum-lines
                  ' checksum=' wc-checksum-value
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           MOVE '../data/earchive-documents.txt' TO wc-checksum-path
           PERFORM B0346-checksum-file
           MOVE SPACE TO fc-manifest-line
           STRING 'file=earchive-documents.txt '
                  'rule=DOCUMENT_REGISTER records=' wn-document-cnt
                  ' lines=' wn-checksum-lines
                  ' checksum=' wc-checksum-value
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           MOVE SPACE TO fc-manifest-line
           STRING 'file=earchive-documents.txt rule=EXAMENSBEVIS '
                  'records=' wn-examensbevis-cnt
                  DELIMITED BY SIZE INTO fc-manifest-line
           END-STRING
           WRITE fc-manifest-line

           .

       *>**************************************************
       B0342-write-manifest-terms.

           EXEC SQL
               DECLARE cursearchterm CURSOR FOR
               SELECT term_code, term_startdate, term_enddate
               FROM tbl_term
               WHERE term_archived = 'Y'
               AND earchive_id = :wn-delivery-id
               ORDER BY term_enddate, term_code
           END-EXEC

           EXEC SQL
               OPEN cursearchterm
           END-EXEC

           EXEC SQL
               FETCH cursearchterm INTO :t-term-code,
                                        :t-term-startdate,
                                        :t-term-enddate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO fc-manifest-line
               STRING 'term=' FUNCTION TRIM(t-term-code)
                      ' start=' t-term-startdate
                      ' end=' t-term-enddate
                      DELIMITED BY SIZE INTO fc-manifest-line
               END-STRING
               WRITE fc-manifest-line

               EXEC SQL
                   FETCH cursearchterm INTO :t-term-code,
                                            :t-term-startdate,
                                            :t-term-enddate
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursearchterm
           END-EXEC

           .

       *>**************************************************
       B0346-checksum-file.

           MOVE ZERO TO wn-checksum-rtn
           CALL 'file-checksum' USING wn-checksum-rtn
                                      wc-checksum-path
                                      wn-checksum-lines
                                      wc-checksum-value

           IF wn-checksum-rtn NOT = ZERO
               DISPLAY '*** earchive-run: '
                       FUNCTION TRIM(wc-checksum-path)
                       ' could not be read back ***'
               SET is-package-failed TO TRUE
           END-IF

           .

       *>**************************************************
       B0350-register-delivery.

           MOVE ZERO TO o-file-id
           MOVE 'earchive-grades' TO o-file-kind
           MOVE wc-run-date TO o-file-period
           MOVE wn-grade-cnt TO o-record-cnt
           MOVE wn-grade-cnt TO o-control-total
           MOVE 'grades' TO o-control-label
           MOVE '../data/earchive-grades.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               SET is-package-failed TO TRUE
           END-IF

           MOVE ZERO TO o-file-id
           MOVE 'earchive-documents' TO o-file-kind
           MOVE wn-document-cnt TO o-record-cnt
           MOVE wn-document-cnt TO o-control-total
           MOVE 'documents' TO o-control-label
           MOVE '../data/earchive-documents.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               SET is-package-failed TO TRUE
           END-IF

           MOVE ZERO TO o-file-id
           MOVE 'earchive-manifest' TO o-file-kind
           MOVE wn-term-cnt TO o-record-cnt
           MOVE wn-term-cnt TO o-control-total
           MOVE 'terms' TO o-control-label
           MOVE '../data/earchive-manifest.txt' TO o-source-path

           COPY register-outbound-file.

           IF o-file-id = ZERO
               SET is-package-failed TO TRUE
           END-IF
           MOVE o-file-id TO wn-manifest-file-id

           IF NOT is-package-failed AND NOT is-sql-error
               PERFORM B0355-record-delivery
           END-IF

           .

       *>**************************************************
       B0355-record-delivery.

           EXEC SQL
               INSERT INTO tbl_earchive_delivery
                   (delivery_id, term_cnt, grade_cnt, document_cnt,
                    manifest_file_id)
               VALUES (:wn-delivery-id, :wn-term-cnt, :wn-grade-cnt,
                       :wn-document-cnt, :wn-manifest-file-id)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    UPDATE tbl_disposal_run
                    SET delivery_id = :wn-delivery-id
                    WHERE run_id = :wn-run-id
                END-EXEC
                EXEC SQL
                    COMMIT WORK
                END-EXEC
                DISPLAY '*** earchive-run: delivery '
                        wn-delivery-id ' registered, manifest file '
                        o-file-seq ' ***'
           END-IF

           .

       *>**************************************************
       B0500-dispose-due-records.

           MOVE SPACE TO fc-report-line
           IF is-real-run
               STRING 'Gallringsrapport ' wc-run-date
                      ' - körning ' wn-run-id
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           ELSE
               STRING 'Gallringsrapport ' wc-run-date
                      ' - provkörning ' wn-run-id
                      ', inget har raderats'
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           END-IF
           WRITE fc-report-line

           MOVE SPACE TO fc-report-line
           STRING 'regel / termin eller år / rader / grund'
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           *> held over the commit after each scope
           EXEC SQL
               DECLARE cursdispose CURSOR WITH HOLD FOR
               SELECT v.rule_code, v.scope, v.row_cnt, r.rule_ref
               FROM v_disposal_due v
               INNER JOIN tbl_retention_rule r
                   ON r.rule_code = v.rule_code
               ORDER BY v.rule_code, v.scope
           END-EXEC

           EXEC SQL
               OPEN cursdispose
           END-EXEC

           EXEC SQL
               FETCH cursdispose INTO :t-rule-code, :t-scope,
                                      :t-row-cnt, :t-rule-ref
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0510-dispose-one-scope

               EXEC SQL
                   FETCH cursdispose INTO :t-rule-code, :t-scope,
                                          :t-row-cnt, :t-rule-ref
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdispose
           END-EXEC

           .

       *>**************************************************
       B0510-dispose-one-scope.

           IF is-real-run AND NOT is-sql-error
               EVALUATE t-rule-code
                   WHEN 'ATTENDANCE'
                       PERFORM B0520-delete-attendance
                   WHEN 'BOOKING'
                       PERFORM B0530-delete-bookings
                   WHEN 'EVALUATION'
                       PERFORM B0540-delete-evaluation-answers
                   WHEN 'MESSAGE'
                       PERFORM B0550-delete-messages
               END-EVALUATE
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   INSERT INTO tbl_disposal_line
                       (run_id, rule_code, scope, row_cnt)
                   VALUES (:wn-run-id, :t-rule-code, :t-scope,
                           :t-row-cnt)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           *> after an error the rest is reported, not touched
           IF is-sql-error
                EXEC SQL
                    ROLLBACK WORK
                END-EXEC
           ELSE
                *> one rule and scope per transaction
                EXEC SQL
                    COMMIT WORK
                END-EXEC
                ADD t-row-cnt TO wn-disposed-cnt
                ADD 1 TO wn-scope-cnt
           END-IF

           MOVE SPACE TO fc-report-line
           STRING FUNCTION TRIM(t-rule-code) ' / '
                  FUNCTION TRIM(t-scope) ' / '
                  t-row-cnt ' / '
                  FUNCTION TRIM(t-rule-ref)
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           IF is-sql-error
               STRING ' - FEL, ej raderat' DELIMITED BY SIZE
                      INTO fc-report-line(120:30)
               END-STRING
           END-IF
           WRITE fc-report-line

           .

       *>**************************************************
       B0520-delete-attendance.

           *> only a term already delivered to the e-archive
           EXEC SQL
               DELETE FROM tbl_attendance_arch
               WHERE session_id IN
                   (SELECT s.session_id
                    FROM tbl_attendance_session_arch s
                    INNER JOIN tbl_course c
                    ON c.course_id = s.course_id
                    INNER JOIN tbl_term m
                    ON m.term_code = c.course_term
                    WHERE m.term_code = :t-scope
                    AND m.earchive_id > 0)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               DELETE FROM tbl_attendance_session_arch
               WHERE course_id IN
                   (SELECT c.course_id
                    FROM tbl_course c
                    INNER JOIN tbl_term m
                    ON m.term_code = c.course_term
                    WHERE m.term_code = :t-scope
                    AND m.earchive_id > 0)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0530-delete-bookings.

           EXEC SQL
               DELETE FROM tbl_room_booking_arch
               WHERE course_id IN
                   (SELECT c.course_id
                    FROM tbl_course c
                    INNER JOIN tbl_term m
                    ON m.term_code = c.course_term
                    WHERE m.term_code = :t-scope
                    AND m.earchive_id > 0)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0540-delete-evaluation-answers.

           *> the answers go; the evaluation and its questions
           *> stay with the course
           EXEC SQL
               DELETE FROM tbl_evaluation_answer
               WHERE evaluation_id IN
                   (SELECT e.evaluation_id
                    FROM tbl_evaluation e
                    INNER JOIN tbl_course c
                    ON c.course_id = e.course_id
                    INNER JOIN tbl_term m
                    ON m.term_code = c.course_term
                    WHERE m.term_code = :t-scope
                    AND m.earchive_id > 0)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               DELETE FROM tbl_evaluation_response
               WHERE evaluation_id IN
                   (SELECT e.evaluation_id
                    FROM tbl_evaluation e
                    INNER JOIN tbl_course c
                    ON c.course_id = e.course_id
                    INNER JOIN tbl_term m
                    ON m.term_code = c.course_term
                    WHERE m.term_code = :t-scope
                    AND m.earchive_id > 0)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0550-delete-messages.

           *> the year the message was sent, and past the rule's
           *> retention
           EXEC SQL
               DELETE FROM tbl_message
               WHERE TO_CHAR(created_date, 'YYYY') = :t-scope
               AND created_date < CURRENT_DATE
                   - make_interval(years =>
                       (SELECT retention_years
                        FROM tbl_retention_rule
                        WHERE rule_code = 'MESSAGE'))
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0600-write-rule-summary.

           MOVE SPACE TO fc-report-line
           WRITE fc-report-line
           MOVE SPACE TO fc-report-line
           STRING 'Per regel - regel / år / rader / beskrivning'
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           *> every disposal rule, also the ones with nothing due
           EXEC SQL
               DECLARE cursdisposesum CURSOR FOR
               SELECT r.rule_code, r.retention_years,
                      COALESCE(SUM(l.row_cnt), 0), r.rule_desc
               FROM tbl_retention_rule r
               LEFT JOIN tbl_disposal_line l
                   ON l.rule_code = r.rule_code
                   AND l.run_id = :wn-run-id
               WHERE r.rule_action = 'D'
               GROUP BY r.rule_code, r.retention_years, r.rule_desc
               ORDER BY r.rule_code
           END-EXEC

           EXEC SQL
               OPEN cursdisposesum
           END-EXEC

           EXEC SQL
               FETCH cursdisposesum INTO :t-rule-code,
                                         :t-retention-years,
                                         :t-row-cnt, :t-rule-desc
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO fc-report-line
               STRING FUNCTION TRIM(t-rule-code) ' / '
                      t-retention-years ' / '
                      t-row-cnt ' / '
                      FUNCTION TRIM(t-rule-desc)
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
               WRITE fc-report-line

               EXEC SQL
                   FETCH cursdisposesum INTO :t-rule-code,
                                             :t-retention-years,
                                             :t-row-cnt,
                                             :t-rule-desc
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursdisposesum
           END-EXEC

           MOVE SPACE TO fc-report-line
           STRING 'Totalt ' wn-disposed-cnt ' rader i '
                  wn-scope-cnt ' terminer/år'
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           .

       *>**************************************************
       B0700-close-run.

           *> the report of a real run is kept like any file
           *> handed over
           IF is-real-run AND NOT is-sql-error
               MOVE ZERO TO o-file-id
               MOVE 'disposal-report' TO o-file-kind
               MOVE wc-run-date TO o-file-period
               MOVE wn-scope-cnt TO o-record-cnt
               MOVE wn-disposed-cnt TO o-control-total
               MOVE 'rows' TO o-control-label
               MOVE '../data/disposal-report.txt' TO o-source-path

               COPY register-outbound-file.

               IF o-file-id = ZERO
                   DISPLAY '*** earchive-run: the report could not '
                           'be read back - not registered ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE o-file-id TO wn-report-file-id
           END-IF

           EXEC SQL
               UPDATE tbl_disposal_run
               SET row_cnt = :wn-disposed-cnt,
                   report_file_id = :wn-report-file-id
               WHERE run_id = :wn-run-id
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
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
