       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Change existing user accounts from a delimited
       *>          file, ../data/landing/user-bulk-update.txt. The
       *>          first row names the columns: user_id or pnr
       *>          first, then any of firstname, lastname, email,
       *>          phone, ort_id, program, class (the class name),
       *>          street, postalcode, city, municipality; each
       *>          further row is one account, a blank cell
       *>          leaving that value as it is. The first run of a
       *>          file is a preview: every value is checked the
       *>          way a manual edit checks it, and every change
       *>          (old and new value) and every rejected row is
       *>          written to ../data/user-bulk-report.txt and
       *>          kept in tbl_user_bulk_row with the account's
       *>          row version - tbl_user is not touched and the
       *>          file stays in the landing folder. Once the
       *>          preview is confirmed in cgi-confirm-user-bulk,
       *>          the next run of the same file applies it: each
       *>          account is checked again, left alone if it has
       *>          been saved since the preview (its row version
       *>          moved), else changed with a row-version bump,
       *>          a dated home municipality, a tbl_audit row per
       *>          value in the confirming user's name and a
       *>          change event - committed one account at a
       *>          time. The file is then filed as loaded
       *>          (copy/file-inbound-file.cpy), so the same file
       *>          is refused after that. A changed file is a new
       *>          preview. With OJ_INTAKE_MODE=validate the
       *>          report is written and nothing is kept. The
       *>          report shows no street, postal code or city of
       *>          a protected identity - the preview keeps them
       *>          for the apply, and the screens mask them.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record an applied preview as one bulk
       *>            operation that cgi-undo-bulk-operation can
       *>            take back.
       *>       0.3: Protected addresses masked in the report.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. user-bulk-update.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT bulkfile ASSIGN TO
              '../data/landing/user-bulk-update.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT reportfile ASSIGN TO
              '../data/user-bulk-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  bulkfile.
       01  fc-bulk-line                PIC X(400).

       FD  reportfile.
       01  fc-report-line              PIC X(250).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-eof-bulk-switch          PIC X   VALUE 'N'.
                88  is-eof-bulk                     VALUE 'Y'.
            03  is-header-read-switch       PIC X   VALUE 'N'.
                88  is-header-read                  VALUE 'Y'.
            03  is-header-valid-switch      PIC X   VALUE 'N'.
                88  is-header-valid                 VALUE 'Y'.
            03  is-apply-run-switch         PIC X   VALUE 'N'.
                88  is-apply-run                    VALUE 'Y'.
            03  is-row-valid-switch         PIC X   VALUE 'N'.
                88  is-row-valid                    VALUE 'Y'.
            03  is-cell-valid-switch        PIC X   VALUE 'N'.
                88  is-cell-valid                   VALUE 'Y'.
            03  is-user-found-switch        PIC X   VALUE 'N'.
                88  is-user-found                   VALUE 'Y'.
            03  is-user-stale-switch        PIC X   VALUE 'N'.
                88  is-user-stale                   VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the changes are the confirming user's - the audit rows
       *> and change events of an applied file carry their
       *> user_id, taken from the confirmed preview
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> an applied preview is one bulk operation - see
       *> copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       *> write-audit-row looks at the delegation flag - never
       *> set here
       COPY delegation-vars.

       *> the landing folder, fingerprints and validate-only
       *> mode - see copy/check-inbound-file.cpy
       COPY inbound-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  bulk-rec-vars.
             05  t-bulk-id             PIC  9(9)  VALUE ZERO.
             05  t-bulk-cnt            PIC  9(4)  VALUE ZERO.
             05  t-confirmed-by        PIC  9(9)  VALUE ZERO.
             05  t-row-seq             PIC  9(6)  VALUE ZERO.
             05  t-line-no             PIC  9(6)  VALUE ZERO.
             05  t-row-version         PIC  9(9)  VALUE ZERO.
             05  t-field-name          PIC  X(20) VALUE SPACE.
             05  t-old-value           PIC  X(40) VALUE SPACE.
             05  t-new-value           PIC  X(40) VALUE SPACE.
             05  t-reject-reason       PIC  X(40) VALUE SPACE.
             05  t-dup-cnt             PIC  9(4)  VALUE ZERO.
             05  t-next-user-id        PIC  9(9)  VALUE ZERO.
             05  t-line-cnt            PIC  9(6)  VALUE ZERO.
             05  t-change-cnt          PIC  9(6)  VALUE ZERO.
             05  t-reject-cnt          PIC  9(6)  VALUE ZERO.
             05  t-applied-cnt         PIC  9(6)  VALUE ZERO.
             05  t-stale-cnt           PIC  9(6)  VALUE ZERO.
       01  user-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
             05  t-user-phonenumber    PIC  X(40) VALUE SPACE.
             05  t-user-program-id     PIC  9(9)  VALUE ZERO.
             05  t-user-ort-id         PIC  9(4)  VALUE ZERO.
             05  t-user-class-id       PIC  9(9)  VALUE ZERO.
             05  t-user-class-name     PIC  X(10) VALUE SPACE.
             05  t-user-street         PIC  X(40) VALUE SPACE.
             05  t-user-postalcode     PIC  X(10) VALUE SPACE.
             05  t-user-city           PIC  X(40) VALUE SPACE.
             05  t-user-municipality   PIC  X(4)  VALUE SPACE.
             05  t-user-row-version    PIC  9(9)  VALUE ZERO.
             05  t-user-protected      PIC  X(1)  VALUE 'N'.
       01  new-user-vars.
             05  t-new-firstname       PIC  X(40) VALUE SPACE.
             05  t-new-lastname        PIC  X(40) VALUE SPACE.
             05  t-new-email           PIC  X(40) VALUE SPACE.
             05  t-new-phonenumber     PIC  X(40) VALUE SPACE.
             05  t-new-program-id      PIC  9(9)  VALUE ZERO.
             05  t-new-ort-id          PIC  9(4)  VALUE ZERO.
             05  t-new-class-id        PIC  9(9)  VALUE ZERO.
             05  t-new-class-name      PIC  X(10) VALUE SPACE.
             05  t-new-street          PIC  X(40) VALUE SPACE.
             05  t-new-postalcode      PIC  X(10) VALUE SPACE.
             05  t-new-city            PIC  X(40) VALUE SPACE.
             05  t-new-municipality    PIC  X(4)  VALUE SPACE.
       01  lookup-vars.
             05  t-match-pnr           PIC  X(10) VALUE SPACE.
             05  t-match-cnt           PIC  9(4)  VALUE ZERO.
             05  t-lookup-id           PIC  9(9)  VALUE ZERO.
             05  t-lookup-cnt          PIC  9(4)  VALUE ZERO.
             05  t-lookup-name         PIC  X(10) VALUE SPACE.
             05  t-today               PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the column names from the header row, and the cells of
       *> the row being worked on - column 1 is the key
       01  wr-column-table.
           05  wc-col-name           PIC X(20) OCCURS 9 TIMES.
       01  wr-cell-table.
           05  wc-in-cell            PIC X(40) OCCURS 9 TIMES.
       01  wn-col-cnt                PIC 9(2)  VALUE ZERO.
       01  wn-col-idx                PIC 9(2)  VALUE ZERO.

       *> one value being checked - from the file in a preview,
       *> from tbl_user_bulk_row when applied
       01  wc-cell-field             PIC X(20) VALUE SPACE.
       01  wc-cell-value             PIC X(40) VALUE SPACE.
       01  wc-cell-reason            PIC X(30) VALUE SPACE.
       01  wc-old-text               PIC X(40) VALUE SPACE.
       01  wc-new-text               PIC X(40) VALUE SPACE.
       01  wn-num-edit               PIC Z(8)9 VALUE ZERO.

       01  wc-in-pnr                 PIC X(13) VALUE SPACE.

       *> why the current row was rejected
       01  wc-reject-reason          PIC X(40) VALUE SPACE.

       *> counts an '@' to judge the email plausible
       01  wn-at-cnt                 PIC 9(2)  VALUE ZERO.

       01  wc-now                    PIC X(21) VALUE SPACE.

       *> per-run counters
       01  wn-line-no                PIC 9(6)  VALUE ZERO.
       01  wn-row-cnt                PIC 9(6)  VALUE ZERO.
       01  wn-change-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-unchanged-cnt          PIC 9(6)  VALUE ZERO.
       01  wn-rejected-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-applied-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-stale-cnt              PIC 9(6)  VALUE ZERO.
       01  wn-user-change-cnt        PIC 9(2)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** user-bulk-update: started ***'

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO t-today
           END-STRING

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0150-check-landed-file
           END-IF

           IF is-db-connected AND is-file-landed
              AND NOT is-duplicate-file
               PERFORM B0160-find-confirmed-preview
               OPEN OUTPUT reportfile
               IF is-apply-run
                   PERFORM B0500-apply-preview
               ELSE
                   OPEN INPUT bulkfile
                   PERFORM B0200-preview-bulk-file
                   CLOSE bulkfile
               END-IF
               CLOSE reportfile
               IF is-apply-run
                   PERFORM B0950-file-landed-file
               END-IF
           END-IF

           IF is-db-connected
               PERFORM Z0200-disconnect
           END-IF

           EVALUATE TRUE
               WHEN is-apply-run
                   DISPLAY '*** user-bulk-update: preview '
                           t-bulk-id ' applied - accounts '
                           wn-applied-cnt ', stale ' wn-stale-cnt
                           ', rejected ' wn-rejected-cnt
                           ', operation ' b-op-id ' ***'
               WHEN is-validate-only
                   DISPLAY '*** user-bulk-update: validate only - '
                           'changes ' wn-change-cnt
                           ', rejected ' wn-rejected-cnt
                           ', nothing kept ***'
               WHEN OTHER
                   DISPLAY '*** user-bulk-update: preview '
                           t-bulk-id ' - changes ' wn-change-cnt
                           ', rejected ' wn-rejected-cnt
                           ' - confirm before the next run ***'
           END-EVALUATE

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
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
           END-IF

           .

       *>**************************************************
       B0150-check-landed-file.

           MOVE 'user-bulk-update' TO i-file-kind
           MOVE '../data/landing/user-bulk-update.txt'
               TO i-landing-path

           COPY check-inbound-file.

           EVALUATE TRUE
               WHEN NOT is-file-landed
                   DISPLAY '*** user-bulk-update: no file in '
                           '../data/landing - nothing to do ***'
               WHEN is-duplicate-file AND is-validate-only
                   DISPLAY '*** user-bulk-update: identical to the '
                           'file applied ' i-dup-date
                           ' - it would be refused ***'
                   MOVE 8 TO RETURN-CODE
               WHEN is-duplicate-file
                   DISPLAY '*** user-bulk-update: refused - '
                           'identical to the file applied '
                           i-dup-date ' ***'
                   PERFORM B0950-file-landed-file
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           .

       *>**************************************************
       B0160-find-confirmed-preview.

           *> the very file that was previewed, and confirmed -
           *> a file changed since is a new preview
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(bulk_id), 0),
                      COALESCE(MAX(confirmed_by), 0)
               INTO :t-bulk-cnt, :t-bulk-id, :t-confirmed-by
               FROM tbl_user_bulk
               WHERE file_checksum = :i-file-checksum
               AND bulk_status = 'C'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           IF t-bulk-cnt > ZERO AND NOT is-validate-only
               SET is-apply-run TO TRUE
               MOVE t-confirmed-by TO wn-requesting-user-id
           ELSE
               MOVE ZERO TO t-bulk-id
           END-IF

           .

       *>**************************************************
       B0200-preview-bulk-file.

           MOVE SPACE TO fc-report-line
           STRING 'Förhandsgranskning av ändringar i användarkonton '
                  t-today
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line
           MOVE SPACE TO fc-report-line
           WRITE fc-report-line

           READ bulkfile
               AT END
                   SET is-eof-bulk TO TRUE
           END-READ

           PERFORM UNTIL is-eof-bulk OR is-sql-error

               ADD 1 TO wn-line-no
               IF fc-bulk-line NOT = SPACE
                   IF NOT is-header-read
                       PERFORM B0210-read-header-row
                   ELSE
                       IF is-header-valid
                           ADD 1 TO wn-row-cnt
                           PERFORM B0300-preview-one-row
                       END-IF
                   END-IF
               END-IF

               READ bulkfile
                   AT END
                       SET is-eof-bulk TO TRUE
               END-READ

           END-PERFORM

           IF is-header-valid
               PERFORM B0800-close-preview
           END-IF

           .

       *>**************************************************
       B0210-read-header-row.

           SET is-header-read TO TRUE
           SET is-header-valid TO TRUE
           INITIALIZE wr-column-table
           MOVE ZERO TO wn-col-cnt

           UNSTRING fc-bulk-line DELIMITED BY ';'
               INTO wc-col-name(1) wc-col-name(2) wc-col-name(3)
                    wc-col-name(4) wc-col-name(5) wc-col-name(6)
                    wc-col-name(7) wc-col-name(8) wc-col-name(9)
               TALLYING IN wn-col-cnt
           END-UNSTRING

           IF wc-col-name(1) NOT = 'user_id'
              AND wc-col-name(1) NOT = 'pnr'
               MOVE 'N' TO is-header-valid-switch
               MOVE 'första kolumnen ska vara user_id eller pnr'
                   TO wc-reject-reason
           END-IF

           IF is-header-valid AND wn-col-cnt < 2
               MOVE 'N' TO is-header-valid-switch
               MOVE 'inga kolumner att ändra' TO wc-reject-reason
           END-IF

           IF is-header-valid
               PERFORM B0220-check-column-name
                   VARYING wn-col-idx FROM 2 BY 1
                   UNTIL wn-col-idx > wn-col-cnt
                   OR NOT is-header-valid
           END-IF

           IF is-header-valid
               PERFORM B0230-open-preview
           ELSE
               MOVE SPACE TO fc-report-line
               STRING 'Filen avvisad: '
                      FUNCTION TRIM(wc-reject-reason)
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
               WRITE fc-report-line
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       *>**************************************************
       B0220-check-column-name.

           EVALUATE wc-col-name(wn-col-idx)
               WHEN 'firstname'
               WHEN 'lastname'
               WHEN 'email'
               WHEN 'phone'
               WHEN 'ort_id'
               WHEN 'program'
               WHEN 'class'
               WHEN 'street'
               WHEN 'postalcode'
               WHEN 'city'
               WHEN 'municipality'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO is-header-valid-switch
                   MOVE SPACE TO wc-reject-reason
                   STRING 'okänd kolumn '
                          FUNCTION TRIM(wc-col-name(wn-col-idx))
                          DELIMITED BY SIZE INTO wc-reject-reason
                   END-STRING
           END-EVALUATE

           .

       *>**************************************************
       B0230-open-preview.

           IF NOT is-validate-only
               *> an earlier preview of the same file that was
               *> never confirmed is replaced - its row versions
               *> may be out of date by now
               EXEC SQL
                   DELETE FROM tbl_user_bulk_row
                   WHERE bulk_id IN
                       (SELECT bulk_id FROM tbl_user_bulk
                        WHERE file_checksum = :i-file-checksum
                        AND bulk_status = 'P')
               END-EXEC
               EXEC SQL
                   DELETE FROM tbl_user_bulk
                   WHERE file_checksum = :i-file-checksum
                   AND bulk_status = 'P'
               END-EXEC

               EXEC SQL
                   SELECT nextval('tbl_user_bulk_bulk_id_seq')
                   INTO :t-bulk-id
               END-EXEC

               EXEC SQL
                   INSERT INTO tbl_user_bulk
                   (bulk_id, file_checksum, bulk_status)
                   VALUES (:t-bulk-id, :i-file-checksum, 'P')
               END-EXEC

               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0300-preview-one-row.

           MOVE 'N' TO is-row-valid-switch
           MOVE 'N' TO is-user-found-switch
           MOVE SPACE TO wc-reject-reason
           INITIALIZE wr-cell-table

           UNSTRING fc-bulk-line DELIMITED BY ';'
               INTO wc-in-cell(1) wc-in-cell(2) wc-in-cell(3)
                    wc-in-cell(4) wc-in-cell(5) wc-in-cell(6)
                    wc-in-cell(7) wc-in-cell(8) wc-in-cell(9)
           END-UNSTRING

           PERFORM B0310-find-user

           IF is-user-found
               SET is-row-valid TO TRUE
               PERFORM B0320-check-duplicate-user
           END-IF

           *> the whole row or nothing, as a form is saved whole
           IF is-row-valid
               PERFORM B0330-copy-current-values
               PERFORM B0340-check-one-cell
                   VARYING wn-col-idx FROM 2 BY 1
                   UNTIL wn-col-idx > wn-col-cnt
                   OR NOT is-row-valid
           END-IF

           IF is-row-valid
               MOVE ZERO TO wn-user-change-cnt
               PERFORM B0350-store-one-change
                   VARYING wn-col-idx FROM 2 BY 1
                   UNTIL wn-col-idx > wn-col-cnt
               IF wn-user-change-cnt = ZERO
                   ADD 1 TO wn-unchanged-cnt
               END-IF
           ELSE
               PERFORM B0390-store-rejected-row
           END-IF

           .

       *>**************************************************
       B0310-find-user.

           IF wc-col-name(1) = 'user_id'
               MOVE FUNCTION NUMVAL(wc-in-cell(1)) TO t-user-id
               PERFORM B0400-read-user
               IF NOT is-user-found AND NOT is-sql-error
                   MOVE 'ingen användare med user_id'
                       TO wc-reject-reason
               END-IF
           ELSE
               PERFORM B0315-find-user-by-pnr
           END-IF

           .

       *>**************************************************
       B0315-find-user-by-pnr.

           MOVE wc-in-cell(1) TO wc-in-pnr
           MOVE ZERO TO wn-rtn-code
           CALL 'is-valid-pnr' USING wn-rtn-code wc-in-pnr

           IF wn-rtn-code NOT = ZERO
               MOVE 'ogiltigt personnummer' TO wc-reject-reason
           ELSE
               *> stored numbers may be older than the canonical
               *> form - compare the ten digits
               MOVE SPACE TO t-match-pnr
               STRING wc-in-pnr(1:6) wc-in-pnr(8:4)
                      DELIMITED BY SIZE INTO t-match-pnr
               END-STRING

               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(user_id), 0)
                   INTO :t-match-cnt, :t-user-id
                   FROM tbl_user
                   WHERE RIGHT(REPLACE(TRIM(user_pnr), '-', ''), 10)
                       = :t-match-pnr
               END-EXEC

               EVALUATE TRUE
                   WHEN sqlcode NOT = zero
                       PERFORM Z0100-error-routine
                   WHEN t-match-cnt = ZERO
                       MOVE 'ingen användare med personnumret'
                           TO wc-reject-reason
                   WHEN t-match-cnt > 1
                       MOVE 'flera användare med personnumret'
                           TO wc-reject-reason
                   WHEN OTHER
                       PERFORM B0400-read-user
               END-EVALUATE
           END-IF

           .

       *>**************************************************
       B0320-check-duplicate-user.

           *> one account, one row - two rows for the same
           *> account would leave the outcome to the row order
           IF NOT is-validate-only
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-dup-cnt
                   FROM tbl_user_bulk_row
                   WHERE bulk_id = :t-bulk-id
                   AND user_id = :t-user-id
               END-EXEC
               IF t-dup-cnt > ZERO
                   MOVE 'N' TO is-row-valid-switch
                   MOVE 'kontot finns på en tidigare rad'
                       TO wc-reject-reason
               END-IF
           END-IF

           .

       *>**************************************************
       B0330-copy-current-values.

           MOVE t-user-firstname TO t-new-firstname
           MOVE t-user-lastname TO t-new-lastname
           MOVE t-user-email TO t-new-email
           MOVE t-user-phonenumber TO t-new-phonenumber
           MOVE t-user-program-id TO t-new-program-id
           MOVE t-user-ort-id TO t-new-ort-id
           MOVE t-user-class-id TO t-new-class-id
           MOVE t-user-class-name TO t-new-class-name
           MOVE t-user-street TO t-new-street
           MOVE t-user-postalcode TO t-new-postalcode
           MOVE t-user-city TO t-new-city
           MOVE t-user-municipality TO t-new-municipality

           .

       *>**************************************************
       B0340-check-one-cell.

           *> a blank cell leaves the value as it is
           IF wc-in-cell(wn-col-idx) NOT = SPACE
               MOVE wc-col-name(wn-col-idx) TO wc-cell-field
               MOVE wc-in-cell(wn-col-idx) TO wc-cell-value
               PERFORM B0410-validate-cell
               IF NOT is-cell-valid
                   MOVE 'N' TO is-row-valid-switch
               END-IF
           END-IF

           .

       *>**************************************************
       B0350-store-one-change.

           IF wc-in-cell(wn-col-idx) NOT = SPACE
               MOVE wc-col-name(wn-col-idx) TO wc-cell-field
               PERFORM B0420-old-and-new-text
               IF wc-old-text NOT = wc-new-text
                   ADD 1 TO wn-user-change-cnt
                   ADD 1 TO wn-change-cnt
                   MOVE wc-cell-field TO t-field-name
                   MOVE wc-old-text TO t-old-value
                   MOVE wc-new-text TO t-new-value
                   MOVE SPACE TO t-reject-reason
                   IF NOT is-validate-only
                       PERFORM B0380-insert-bulk-row-valid
                   END-IF
                   *> the report file is read by anyone running
                   *> the batch - a protected address stays out
                   IF t-user-protected = 'Y'
                      AND (wc-cell-field = 'street'
                           OR wc-cell-field = 'postalcode'
                           OR wc-cell-field = 'city')
                       MOVE '(skyddad identitet)' TO wc-old-text
                       MOVE '(skyddad identitet)' TO wc-new-text
                   END-IF
                   MOVE SPACE TO fc-report-line
                   STRING 'rad ' wn-line-no ' user_id=' t-user-id
                          ' ' FUNCTION TRIM(wc-cell-field) ': '
                          FUNCTION TRIM(wc-old-text) ' -> '
                          FUNCTION TRIM(wc-new-text)
                          DELIMITED BY SIZE INTO fc-report-line
                   END-STRING
                   WRITE fc-report-line
               END-IF
           END-IF

           .

       *>**************************************************
       B0380-insert-bulk-row-valid.

           ADD 1 TO t-row-seq
           MOVE wn-line-no TO t-line-no
           MOVE t-user-row-version TO t-row-version

           EXEC SQL
               INSERT INTO tbl_user_bulk_row
               (bulk_id, row_seq, line_no, user_id, row_version,
                field_name, old_value, new_value, row_status)
               VALUES (:t-bulk-id, :t-row-seq, :t-line-no,
                       :t-user-id, :t-row-version, :t-field-name,
                       :t-old-value, :t-new-value, 'V')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0390-store-rejected-row.

           ADD 1 TO wn-rejected-cnt

           IF NOT is-validate-only AND NOT is-sql-error
               ADD 1 TO t-row-seq
               MOVE wn-line-no TO t-line-no
               MOVE wc-reject-reason TO t-reject-reason
               IF NOT is-user-found
                   MOVE ZERO TO t-user-id
               END-IF
               EXEC SQL
                   INSERT INTO tbl_user_bulk_row
                   (bulk_id, row_seq, line_no, user_id,
                    row_status, reject_reason)
                   VALUES (:t-bulk-id, :t-row-seq, :t-line-no,
                           :t-user-id, 'R', :t-reject-reason)
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           *> the key and the reason only - the row may not be
           *> anybody we know
           MOVE SPACE TO fc-report-line
           STRING 'rad ' wn-line-no ' AVVISAD ('
                  FUNCTION TRIM(wc-in-cell(1)) '): '
                  FUNCTION TRIM(wc-reject-reason)
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           .

       *>**************************************************
       B0400-read-user.

           MOVE 'N' TO is-user-found-switch

           EXEC SQL
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      COALESCE(u.user_email, ''),
                      COALESCE(u.user_phonenumber, ''),
                      COALESCE(u.user_program, 0),
                      COALESCE(u.ort_id, 0), u.user_class,
                      COALESCE(c.class_name, ''),
                      COALESCE(u.user_street, ''),
                      COALESCE(u.user_postalcode, ''),
                      COALESCE(u.user_city, ''),
                      COALESCE(u.user_municipality, ''),
                      u.user_row_version,
                      COALESCE(u.user_protected, 'N')
               INTO :t-user-id, :t-user-firstname,
                    :t-user-lastname, :t-user-email,
                    :t-user-phonenumber, :t-user-program-id,
                    :t-user-ort-id, :t-user-class-id,
                    :t-user-class-name, :t-user-street,
                    :t-user-postalcode, :t-user-city,
                    :t-user-municipality, :t-user-row-version,
                    :t-user-protected
               FROM tbl_user u
               LEFT JOIN tbl_class c
               ON c.class_id = u.user_class
               WHERE u.user_id = :t-user-id
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = zero
                   SET is-user-found TO TRUE
               WHEN sqlcode = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM Z0100-error-routine
                   MOVE 'databasfel' TO wc-reject-reason
           END-EVALUATE

           .

       *>**************************************************
       B0410-validate-cell.

           *> the checks of a manual edit, and the lookups behind
           *> the choices the form offers - the same paragraph
           *> judges the preview and the apply
           SET is-cell-valid TO TRUE
           MOVE SPACE TO wc-cell-reason

           EVALUATE wc-cell-field
               WHEN 'firstname'
                   MOVE wc-cell-value TO t-new-firstname
               WHEN 'lastname'
                   MOVE wc-cell-value TO t-new-lastname
               WHEN 'email'
                   *> a lone '@' is as far as an email check
                   *> sensibly goes
                   MOVE ZERO TO wn-at-cnt
                   INSPECT wc-cell-value TALLYING wn-at-cnt
                       FOR ALL '@'
                   IF wn-at-cnt NOT = 1
                       MOVE 'ogiltig epost' TO wc-cell-reason
                   ELSE
                       MOVE wc-cell-value TO t-new-email
                   END-IF
               WHEN 'phone'
                   MOVE wc-cell-value TO t-new-phonenumber
               WHEN 'street'
                   MOVE wc-cell-value TO t-new-street
               WHEN 'postalcode'
                   IF wc-cell-value(11:) NOT = SPACE
                       MOVE 'för långt postnummer' TO wc-cell-reason
                   ELSE
                       MOVE wc-cell-value(1:10) TO t-new-postalcode
                   END-IF
               WHEN 'city'
                   MOVE wc-cell-value TO t-new-city
               WHEN 'municipality'
                   IF wc-cell-value(1:4) IS NOT NUMERIC
                      OR wc-cell-value(5:) NOT = SPACE
                       MOVE 'ogiltig kommunkod' TO wc-cell-reason
                   ELSE
                       MOVE wc-cell-value(1:4)
                           TO t-new-municipality
                   END-IF
               WHEN 'ort_id'
                   PERFORM B0412-validate-ort
               WHEN 'program'
                   PERFORM B0414-validate-program
               WHEN 'class'
                   PERFORM B0416-validate-class
           END-EVALUATE

           IF wc-cell-reason NOT = SPACE
               MOVE 'N' TO is-cell-valid-switch
               MOVE SPACE TO wc-reject-reason
               STRING FUNCTION TRIM(wc-cell-field) ': '
                      FUNCTION TRIM(wc-cell-reason)
                      DELIMITED BY SIZE INTO wc-reject-reason
               END-STRING
           END-IF

           .

       *>**************************************************
       B0412-validate-ort.

           MOVE FUNCTION NUMVAL(wc-cell-value) TO t-lookup-id

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-lookup-cnt
               FROM t_ort
               WHERE ort_id = :t-lookup-id
           END-EXEC

           IF t-lookup-cnt = ZERO
               MOVE 'okänd ort' TO wc-cell-reason
           ELSE
               MOVE t-lookup-id TO t-new-ort-id
           END-IF

           .

       *>**************************************************
       B0414-validate-program.

           MOVE FUNCTION NUMVAL(wc-cell-value) TO t-lookup-id

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-lookup-cnt
               FROM tbl_program
               WHERE program_id = :t-lookup-id
           END-EXEC

           IF t-lookup-cnt = ZERO
               MOVE 'okänt program' TO wc-cell-reason
           ELSE
               MOVE t-lookup-id TO t-new-program-id
           END-IF

           .

       *>**************************************************
       B0416-validate-class.

           *> by name, as the office knows its classes
           MOVE wc-cell-value(1:10) TO t-lookup-name

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(class_id), 0)
               INTO :t-lookup-cnt, :t-lookup-id
               FROM tbl_class
               WHERE class_name = :t-lookup-name
           END-EXEC

           EVALUATE TRUE
               WHEN wc-cell-value(11:) NOT = SPACE
                   MOVE 'för långt klassnamn' TO wc-cell-reason
               WHEN t-lookup-cnt = ZERO
                   MOVE 'okänd klass' TO wc-cell-reason
               WHEN t-lookup-cnt > 1
                   MOVE 'klassnamnet är inte entydigt'
                       TO wc-cell-reason
               WHEN OTHER
                   MOVE t-lookup-id TO t-new-class-id
                   MOVE t-lookup-name TO t-new-class-name
           END-EVALUATE

           .

       *>**************************************************
       B0420-old-and-new-text.

           EVALUATE wc-cell-field
               WHEN 'firstname'
                   MOVE t-user-firstname TO wc-old-text
                   MOVE t-new-firstname TO wc-new-text
               WHEN 'lastname'
                   MOVE t-user-lastname TO wc-old-text
                   MOVE t-new-lastname TO wc-new-text
               WHEN 'email'
                   MOVE t-user-email TO wc-old-text
                   MOVE t-new-email TO wc-new-text
               WHEN 'phone'
                   MOVE t-user-phonenumber TO wc-old-text
                   MOVE t-new-phonenumber TO wc-new-text
               WHEN 'street'
                   MOVE t-user-street TO wc-old-text
                   MOVE t-new-street TO wc-new-text
               WHEN 'postalcode'
                   MOVE t-user-postalcode TO wc-old-text
                   MOVE t-new-postalcode TO wc-new-text
               WHEN 'city'
                   MOVE t-user-city TO wc-old-text
                   MOVE t-new-city TO wc-new-text
               WHEN 'municipality'
                   MOVE t-user-municipality TO wc-old-text
                   MOVE t-new-municipality TO wc-new-text
               WHEN 'ort_id'
                   MOVE t-user-ort-id TO wn-num-edit
                   MOVE FUNCTION TRIM(wn-num-edit) TO wc-old-text
                   MOVE t-new-ort-id TO wn-num-edit
                   MOVE FUNCTION TRIM(wn-num-edit) TO wc-new-text
               WHEN 'program'
                   MOVE t-user-program-id TO wn-num-edit
                   MOVE FUNCTION TRIM(wn-num-edit) TO wc-old-text
                   MOVE t-new-program-id TO wn-num-edit
                   MOVE FUNCTION TRIM(wn-num-edit) TO wc-new-text
               WHEN 'class'
                   MOVE t-user-class-name TO wc-old-text
                   MOVE t-new-class-name TO wc-new-text
           END-EVALUATE

           .

       *>**************************************************
       B0500-apply-preview.

           MOVE SPACE TO fc-report-line
           STRING 'Genomförande av förhandsgranskning '
                  t-bulk-id ' ' t-today
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line
           MOVE SPACE TO fc-report-line
           WRITE fc-report-line

           *> the operation is committed on its own - each
           *> account below commits separately and is recorded
           *> under it
           MOVE 'user-bulk-update' TO b-op-program
           COPY open-bulk-operation.
           IF NOT is-sql-error
               PERFORM B0580-commit-work
           END-IF

           *> account by account in user_id order, without a
           *> cursor held across the commits
           MOVE ZERO TO t-user-id
           PERFORM B0505-find-next-user

           PERFORM B0510-apply-one-user
               UNTIL t-next-user-id = ZERO OR is-sql-error

           IF NOT is-sql-error
               PERFORM B0590-close-applied-preview
           END-IF

           .

       *>**************************************************
       B0505-find-next-user.

           EXEC SQL
               SELECT COALESCE(MIN(user_id), 0)
               INTO :t-next-user-id
               FROM tbl_user_bulk_row
               WHERE bulk_id = :t-bulk-id
               AND row_status = 'V'
               AND user_id > :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
                MOVE ZERO TO t-next-user-id
           END-IF

           .

       *>**************************************************
       B0510-apply-one-user.

           MOVE t-next-user-id TO t-user-id
           MOVE 'N' TO is-user-stale-switch
           MOVE SPACE TO wc-reject-reason

           EXEC SQL
               SELECT MAX(row_version)
               INTO :t-row-version
               FROM tbl_user_bulk_row
               WHERE bulk_id = :t-bulk-id
               AND user_id = :t-user-id
               AND row_status = 'V'
           END-EXEC

           PERFORM B0400-read-user

           *> saved by somebody else since the preview - the
           *> same refusal a stale form gets
           IF NOT is-user-found
               MOVE 'kontot finns inte längre' TO wc-reject-reason
           ELSE
               IF t-user-row-version NOT = t-row-version
                   SET is-user-stale TO TRUE
               END-IF
           END-IF

           IF is-user-found AND NOT is-user-stale
               PERFORM B0520-revalidate-user-changes
           END-IF

           EVALUATE TRUE
               WHEN is-sql-error
                   CONTINUE
               WHEN is-user-stale
                   PERFORM B0570-mark-user-stale
               WHEN wc-reject-reason NOT = SPACE
                   PERFORM B0575-mark-user-rejected
               WHEN OTHER
                   PERFORM B0530-update-user
           END-EVALUATE

           IF NOT is-sql-error
               PERFORM B0580-commit-work
           END-IF

           PERFORM B0505-find-next-user

           .

       *>**************************************************
       B0520-revalidate-user-changes.

           PERFORM B0330-copy-current-values

           EXEC SQL
               DECLARE cursbulkfields CURSOR FOR
               SELECT field_name, new_value
               FROM tbl_user_bulk_row
               WHERE bulk_id = :t-bulk-id
               AND user_id = :t-user-id
               AND row_status = 'V'
               ORDER BY row_seq
           END-EXEC

           EXEC SQL
               OPEN cursbulkfields
           END-EXEC

           EXEC SQL
               FETCH cursbulkfields INTO :t-field-name,
                                         :t-new-value
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE t-field-name TO wc-cell-field
               MOVE t-new-value TO wc-cell-value
               PERFORM B0410-validate-cell

               EXEC SQL
                   FETCH cursbulkfields INTO :t-field-name,
                                             :t-new-value
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursbulkfields
           END-EXEC

           .

       *>**************************************************
       B0530-update-user.

           EXEC SQL
               UPDATE tbl_user
                SET
                    user_firstname = :t-new-firstname,
                    user_lastname = :t-new-lastname,
                    user_email = :t-new-email,
                    user_phonenumber = :t-new-phonenumber,
                    user_program = :t-new-program-id,
                    ort_id = :t-new-ort-id,
                    user_class = :t-new-class-id,
                    user_street = :t-new-street,
                    user_postalcode = :t-new-postalcode,
                    user_city = :t-new-city,
                    user_municipality = :t-new-municipality,
                    user_row_version = user_row_version + 1
               WHERE user_id = :t-user-id
               AND user_row_version = :t-row-version
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   *> saved in the moment between read and write
                   PERFORM B0570-mark-user-stale
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN OTHER
                   PERFORM B0535-record-changed-fields
                   PERFORM B0540-write-user-history
           END-EVALUATE

           .

       *>**************************************************
       B0535-record-changed-fields.

           *> one operation row per column the update changed,
           *> with the value read before it
           EXEC SQL
               INSERT INTO tbl_bulk_operation_row
               (row_id, op_id, table_name, row_action, key_id,
                field_name, old_value, new_value)
               SELECT nextval('tbl_bulk_operation_row_row_id_seq'),
                      :b-op-id, 'tbl_user', 'U', :t-user-id,
                      f.field_name, f.old_value, f.new_value
               FROM (VALUES
                   ('user_firstname', RTRIM(:t-user-firstname),
                    RTRIM(:t-new-firstname)),
                   ('user_lastname', RTRIM(:t-user-lastname),
                    RTRIM(:t-new-lastname)),
                   ('user_email', RTRIM(:t-user-email),
                    RTRIM(:t-new-email)),
                   ('user_phonenumber', RTRIM(:t-user-phonenumber),
                    RTRIM(:t-new-phonenumber)),
                   ('user_program',
                    CAST(CAST(:t-user-program-id AS INTEGER)
                         AS TEXT),
                    CAST(CAST(:t-new-program-id AS INTEGER)
                         AS TEXT)),
                   ('ort_id',
                    CAST(CAST(:t-user-ort-id AS INTEGER) AS TEXT),
                    CAST(CAST(:t-new-ort-id AS INTEGER) AS TEXT)),
                   ('user_class',
                    CAST(CAST(:t-user-class-id AS INTEGER) AS TEXT),
                    CAST(CAST(:t-new-class-id AS INTEGER) AS TEXT)),
                   ('user_street', RTRIM(:t-user-street),
                    RTRIM(:t-new-street)),
                   ('user_postalcode', RTRIM(:t-user-postalcode),
                    RTRIM(:t-new-postalcode)),
                   ('user_city', RTRIM(:t-user-city),
                    RTRIM(:t-new-city)),
                   ('user_municipality',
                    RTRIM(:t-user-municipality),
                    RTRIM(:t-new-municipality)))
                   AS f (field_name, old_value, new_value)
               WHERE f.old_value <> f.new_value
           END-EXEC

           IF  sqlcode NOT = zero AND sqlcode NOT = 100
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0540-write-user-history.

           *> dated like a change made in cgi-edit-user
           IF t-new-municipality NOT = t-user-municipality
               EXEC SQL
                   INSERT INTO tbl_municipality_history
                   (history_id, user_id, old_municipality,
                    new_municipality, valid_from, changed_by)
                   VALUES
                   (nextval('tbl_municipality_history_history_id_seq'),
                    :t-user-id, :t-user-municipality,
                    :t-new-municipality, :t-today,
                    :wn-requesting-user-id)
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           *> one audit row per value, old and new as previewed
           MOVE ZERO TO wn-user-change-cnt

           EXEC SQL
               DECLARE cursbulkaudit CURSOR FOR
               SELECT field_name, old_value, new_value
               FROM tbl_user_bulk_row
               WHERE bulk_id = :t-bulk-id
               AND user_id = :t-user-id
               AND row_status = 'V'
               ORDER BY row_seq
           END-EXEC

           EXEC SQL
               OPEN cursbulkaudit
           END-EXEC

           EXEC SQL
               FETCH cursbulkaudit INTO :t-field-name,
                                        :t-old-value,
                                        :t-new-value
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0545-write-audit-row

               EXEC SQL
                   FETCH cursbulkaudit INTO :t-field-name,
                                            :t-old-value,
                                            :t-new-value
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE cursbulkaudit
           END-EXEC

           IF NOT is-sql-error
               PERFORM B0550-write-change-events
           END-IF

           IF NOT is-sql-error
               EXEC SQL
                   UPDATE tbl_user_bulk_row
                   SET row_status = 'A'
                   WHERE bulk_id = :t-bulk-id
                   AND user_id = :t-user-id
                   AND row_status = 'V'
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    ADD 1 TO wn-applied-cnt
                    MOVE SPACE TO fc-report-line
                    STRING 'user_id=' t-user-id ': '
                           wn-user-change-cnt ' värden ändrade'
                           DELIMITED BY SIZE INTO fc-report-line
                    END-STRING
                    WRITE fc-report-line
               END-IF
           END-IF

           .

       *>**************************************************
       B0545-write-audit-row.

           ADD 1 TO wn-user-change-cnt

           MOVE 'user-bulk-update' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'user_id=' t-user-id ' bulk_id=' t-bulk-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING FUNCTION TRIM(t-field-name) '='
                  FUNCTION TRIM(t-old-value)
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING FUNCTION TRIM(t-field-name) '='
                  FUNCTION TRIM(t-new-value)
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0550-write-change-events.

           MOVE 'user' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE SPACE TO t-event-key
           STRING 'user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-event-key
           END-STRING
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           *> a new class is a class event too, as from
           *> cgi-assign-class
           IF t-new-class-id NOT = t-user-class-id
               MOVE 'class' TO t-event-kind
               MOVE 'EDIT' TO t-event-action
               MOVE SPACE TO t-event-key
               STRING 'user_id=' t-user-id ' class_id='
                      t-new-class-id
                      DELIMITED BY SIZE INTO t-event-key
               END-STRING
               MOVE t-user-id TO t-event-user-id

               COPY write-change-event.
           END-IF

           .

       *>**************************************************
       B0570-mark-user-stale.

           MOVE 'ändrat efter förhandsgranskningen'
               TO t-reject-reason

           EXEC SQL
               UPDATE tbl_user_bulk_row
               SET row_status = 'S',
                   reject_reason = :t-reject-reason
               WHERE bulk_id = :t-bulk-id
               AND user_id = :t-user-id
               AND row_status = 'V'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-stale-cnt
                MOVE SPACE TO fc-report-line
                STRING 'user_id=' t-user-id ': INTE ÄNDRAD - '
                       'kontot har sparats efter '
                       'förhandsgranskningen, version '
                       t-user-row-version
                       DELIMITED BY SIZE INTO fc-report-line
                END-STRING
                WRITE fc-report-line
           END-IF

           .

       *>**************************************************
       B0575-mark-user-rejected.

           MOVE wc-reject-reason TO t-reject-reason

           EXEC SQL
               UPDATE tbl_user_bulk_row
               SET row_status = 'R',
                   reject_reason = :t-reject-reason
               WHERE bulk_id = :t-bulk-id
               AND user_id = :t-user-id
               AND row_status = 'V'
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                ADD 1 TO wn-rejected-cnt
                MOVE SPACE TO fc-report-line
                STRING 'user_id=' t-user-id ': AVVISAD - '
                       FUNCTION TRIM(wc-reject-reason)
                       DELIMITED BY SIZE INTO fc-report-line
                END-STRING
                WRITE fc-report-line
           END-IF

           .

       *>**************************************************
       B0580-commit-work.

           *>  one account at a time - the audit chain is not
           *>  held locked for the whole file
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       B0590-close-applied-preview.

           MOVE wn-applied-cnt TO t-applied-cnt
           MOVE wn-stale-cnt TO t-stale-cnt
           MOVE wn-rejected-cnt TO t-reject-cnt

           EXEC SQL
               UPDATE tbl_user_bulk
               SET bulk_status = 'A',
                   applied_cnt = :t-applied-cnt,
                   stale_cnt = :t-stale-cnt,
                   reject_cnt = reject_cnt + :t-reject-cnt,
                   applied_date = CURRENT_TIMESTAMP
               WHERE bulk_id = :t-bulk-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           MOVE SPACE TO fc-report-line
           WRITE fc-report-line
           MOVE SPACE TO fc-report-line
           STRING 'Ändrade konton: ' wn-applied-cnt
                  ', sparade efter förhandsgranskningen: '
                  wn-stale-cnt ', avvisade: ' wn-rejected-cnt
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           .

       *>**************************************************
       B0800-close-preview.

           MOVE wn-row-cnt TO t-line-cnt
           MOVE wn-change-cnt TO t-change-cnt
           MOVE wn-rejected-cnt TO t-reject-cnt

           IF NOT is-validate-only AND NOT is-sql-error
               EXEC SQL
                   UPDATE tbl_user_bulk
                   SET line_cnt = :t-line-cnt,
                       change_cnt = :t-change-cnt,
                       reject_cnt = :t-reject-cnt
                   WHERE bulk_id = :t-bulk-id
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0580-commit-work
               END-IF
           END-IF

           MOVE SPACE TO fc-report-line
           WRITE fc-report-line
           MOVE SPACE TO fc-report-line
           STRING 'Rader: ' wn-row-cnt ', ändringar: '
                  wn-change-cnt ', oförändrade rader: '
                  wn-unchanged-cnt ', avvisade rader: '
                  wn-rejected-cnt
                  DELIMITED BY SIZE INTO fc-report-line
           END-STRING
           WRITE fc-report-line

           MOVE SPACE TO fc-report-line
           IF is-validate-only
               MOVE 'Kontroll utan förhandsgranskning - inget sparat'
                   TO fc-report-line
           ELSE
               STRING 'Förhandsgranskning ' t-bulk-id
                      ' - bekräfta den och kör sedan samma fil igen'
                      DELIMITED BY SIZE INTO fc-report-line
               END-STRING
           END-IF
           WRITE fc-report-line

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
           MOVE wn-applied-cnt TO i-loaded-cnt
           COMPUTE i-rejected-cnt = wn-rejected-cnt + wn-stale-cnt

           COPY file-inbound-file.

           IF i-handled-file = SPACE
               DISPLAY '*** user-bulk-update: the file could not '
                       'be moved out of ../data/landing ***'
           END-IF

           PERFORM B0580-commit-work

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
