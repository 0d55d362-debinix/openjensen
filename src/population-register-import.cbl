       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Keep the students' postal addresses in step
       *>          with the population register. Reads the
       *>          register extract ../data/population-register.txt
       *>          (one row per person: personnummer;first name;
       *>          last name;street;postal code;city;kommunkod;
       *>          protected marker J/N;deregistration - AV
       *>          deceased, UV emigrated, else blank) and matches
       *>          each row to a student on user_pnr. A changed
       *>          street, postal code, city or home municipality
       *>          is written to tbl_user and tbl_audit the way
       *>          cgi-edit-user does it, a changed municipality
       *>          dated in tbl_municipality_history from the day
       *>          of the run. A protected identity in the
       *>          register raises user_protected (recorded as
       *>          cgi-set-protected-identity does) and its
       *>          address is never taken in; one protected here
       *>          but not in the register is left for an
       *>          administrator to decide. Deceased or emigrated
       *>          students still active go on the expedition's
       *>          worklist ../data/register-worklist.txt; rows
       *>          that match no student, or more than one, or
       *>          fail validation go to
       *>          ../data/register-exceptions.txt; every change
       *>          and the counts go to
       *>          ../data/register-summary.txt. Each student is
       *>          committed on its own, so a rerun of the same
       *>          extract finds nothing left to change. No file,
       *>          nothing to do.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. population-register-import.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT OPTIONAL registerfile ASSIGN TO
              '../data/population-register.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exceptionfile ASSIGN TO
              '../data/register-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT worklistfile ASSIGN TO
              '../data/register-worklist.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT summaryfile ASSIGN TO
              '../data/register-summary.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  registerfile.
       01  fc-register-line            PIC X(250).

       FD  exceptionfile.
       01  fc-exception-line           PIC X(132).

       FD  worklistfile.
       01  fc-worklist-line            PIC X(132).

       FD  summaryfile.
       01  fc-summary-line             PIC X(132).

       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-eof-register-switch      PIC X   VALUE 'N'.
                88  is-eof-register                 VALUE 'Y'.
            03  is-row-valid-switch         PIC X   VALUE 'N'.
                88  is-row-valid                    VALUE 'Y'.
            03  is-student-found-switch     PIC X   VALUE 'N'.
                88  is-student-found                VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the changes are made by the run, not by a user - the
       *> audit rows carry user_id 0
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> write-audit-row looks at the delegation flag - never
       *> set here
       COPY delegation-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  match-vars.
             05  t-match-pnr           PIC  X(10) VALUE SPACE.
             05  t-match-cnt           PIC  9(4)  VALUE ZERO.
       01  student-rec-vars.
             05  t-user-id             PIC  9(9)  VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-street         PIC  X(40) VALUE SPACE.
             05  t-user-postalcode     PIC  X(10) VALUE SPACE.
             05  t-user-city           PIC  X(40) VALUE SPACE.
             05  t-user-municipality   PIC  X(4)  VALUE SPACE.
             05  t-user-protected      PIC  X(1)  VALUE SPACE.
             05  t-user-status         PIC  X(1)  VALUE SPACE.
       01  new-address-vars.
             05  t-new-street          PIC  X(40) VALUE SPACE.
             05  t-new-postalcode      PIC  X(10) VALUE SPACE.
             05  t-new-city            PIC  X(40) VALUE SPACE.
             05  t-new-municipality    PIC  X(4)  VALUE SPACE.
             05  t-today               PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> the raw fields unstrung from one register row
       01  wr-field-vars.
           05  wc-in-pnr             PIC X(13) VALUE SPACE.
           05  wc-in-firstname       PIC X(40) VALUE SPACE.
           05  wc-in-lastname        PIC X(40) VALUE SPACE.
           05  wc-in-street          PIC X(40) VALUE SPACE.
           05  wc-in-postalcode      PIC X(10) VALUE SPACE.
           05  wc-in-city            PIC X(40) VALUE SPACE.
           05  wc-in-municipality    PIC X(4)  VALUE SPACE.
           05  wc-in-protected       PIC X(1)  VALUE SPACE.
               88  is-in-protected             VALUE 'J'.
           05  wc-in-dereg           PIC X(2)  VALUE SPACE.
               88  is-in-deceased              VALUE 'AV'.
               88  is-in-emigrated             VALUE 'UV'.

       *> why the current row was not taken in
       01  wc-reject-reason          PIC X(40) VALUE SPACE.

       *> the worklist reason
       01  wc-dereg-text             PIC X(20) VALUE SPACE.

       01  wc-now                    PIC X(21) VALUE SPACE.

       *> per-run counters
       01  wn-read-cnt               PIC 9(6)  VALUE ZERO.
       01  wn-matched-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-address-cnt            PIC 9(6)  VALUE ZERO.
       01  wn-municipality-cnt       PIC 9(6)  VALUE ZERO.
       01  wn-protected-cnt          PIC 9(6)  VALUE ZERO.
       01  wn-worklist-cnt           PIC 9(6)  VALUE ZERO.
       01  wn-manual-cnt             PIC 9(6)  VALUE ZERO.
       01  wn-unmatched-cnt          PIC 9(6)  VALUE ZERO.
       01  wn-rejected-cnt           PIC 9(6)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** population-register-import: started ***'

           MOVE FUNCTION CURRENT-DATE TO wc-now
           STRING wc-now(1:4) '-' wc-now(5:2) '-' wc-now(7:2)
                  DELIMITED BY SIZE INTO t-today
           END-STRING

           PERFORM B0100-connect

           IF is-db-connected
               OPEN INPUT registerfile
               OPEN OUTPUT exceptionfile
               OPEN OUTPUT worklistfile
               OPEN OUTPUT summaryfile
               PERFORM B0200-process-register-file
               PERFORM B0800-write-summary-totals
               CLOSE registerfile
               CLOSE exceptionfile
               CLOSE worklistfile
               CLOSE summaryfile
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** population-register-import: read '
                   wn-read-cnt ', matched ' wn-matched-cnt
                   ', addresses ' wn-address-cnt
                   ', protected ' wn-protected-cnt
                   ', worklist ' wn-worklist-cnt
                   ', unmatched ' wn-unmatched-cnt
                   ', rejected ' wn-rejected-cnt ' ***'

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
       B0200-process-register-file.

           MOVE SPACE TO fc-summary-line
           STRING 'Folkbokföringsavstämning ' t-today
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           WRITE fc-summary-line

           READ registerfile
               AT END
                   SET is-eof-register TO TRUE
           END-READ

           PERFORM UNTIL is-eof-register OR is-sql-error

               IF fc-register-line NOT = SPACE
                   ADD 1 TO wn-read-cnt
                   PERFORM B0210-process-one-row
               END-IF

               READ registerfile
                   AT END
                       SET is-eof-register TO TRUE
               END-READ

           END-PERFORM

           .

       *>**************************************************
       B0210-process-one-row.

           MOVE 'N' TO is-row-valid-switch
           MOVE 'N' TO is-student-found-switch
           MOVE SPACE TO wc-reject-reason
           INITIALIZE wr-field-vars

           UNSTRING fc-register-line DELIMITED BY ';'
               INTO wc-in-pnr
                    wc-in-firstname
                    wc-in-lastname
                    wc-in-street
                    wc-in-postalcode
                    wc-in-city
                    wc-in-municipality
                    wc-in-protected
                    wc-in-dereg
           END-UNSTRING

           PERFORM B0220-validate-row

           IF is-row-valid
               PERFORM B0230-find-student
           END-IF

           IF is-student-found
               ADD 1 TO wn-matched-cnt
               PERFORM B0240-apply-register-row
               IF NOT is-sql-error
                   PERFORM B0290-commit-work
               END-IF
           ELSE
               PERFORM B0280-write-exception
           END-IF

           .

       *>**************************************************
       B0220-validate-row.

           SET is-row-valid TO TRUE

           *> the number comes back as YYMMDD-NNNN
           CALL 'is-valid-pnr' USING wn-rtn-code wc-in-pnr

           EVALUATE TRUE
               WHEN wn-rtn-code NOT = ZERO
                   MOVE 'ogiltigt personnummer' TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               WHEN wc-in-municipality NOT = SPACE
                AND wc-in-municipality IS NOT NUMERIC
                   MOVE 'ogiltig kommunkod' TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               WHEN wc-in-protected NOT = SPACE
                AND wc-in-protected NOT = 'J'
                AND wc-in-protected NOT = 'N'
                   MOVE 'ogiltig sekretessmarkering'
                       TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               WHEN wc-in-dereg NOT = SPACE
                AND NOT is-in-deceased
                AND NOT is-in-emigrated
                   MOVE 'okänd avregistreringsorsak'
                       TO wc-reject-reason
                   MOVE 'N' TO is-row-valid-switch
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       *>**************************************************
       B0230-find-student.

           *> stored numbers may be older than the canonical form -
           *> compare the ten digits
           MOVE SPACE TO t-match-pnr
           STRING wc-in-pnr(1:6) wc-in-pnr(8:4)
                  DELIMITED BY SIZE INTO t-match-pnr
           END-STRING

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-match-cnt
               FROM tbl_user
               WHERE usertype_id = 1
               AND RIGHT(REPLACE(TRIM(user_pnr), '-', ''), 10)
                   = :t-match-pnr
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
                   MOVE 'databasfel' TO wc-reject-reason
               WHEN t-match-cnt = ZERO
                   MOVE 'ingen elev med personnumret'
                       TO wc-reject-reason
                   ADD 1 TO wn-unmatched-cnt
               WHEN t-match-cnt > 1
                   MOVE 'flera elever med personnumret'
                       TO wc-reject-reason
                   ADD 1 TO wn-unmatched-cnt
               WHEN OTHER
                   PERFORM B0235-read-student
           END-EVALUATE

           .

       *>**************************************************
       B0235-read-student.

           EXEC SQL
               SELECT user_id, user_firstname, user_lastname,
                      COALESCE(user_street, ''),
                      COALESCE(user_postalcode, ''),
                      COALESCE(user_city, ''),
                      user_municipality, user_protected,
                      user_status
               INTO :t-user-id, :t-user-firstname,
                    :t-user-lastname, :t-user-street,
                    :t-user-postalcode, :t-user-city,
                    :t-user-municipality, :t-user-protected,
                    :t-user-status
               FROM tbl_user
               WHERE usertype_id = 1
               AND RIGHT(REPLACE(TRIM(user_pnr), '-', ''), 10)
                   = :t-match-pnr
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
                MOVE 'databasfel' TO wc-reject-reason
           ELSE
                SET is-student-found TO TRUE
           END-IF

           .

       *>**************************************************
       B0240-apply-register-row.

           *> a protected person's address is not given out by
           *> the register and is never taken in here; lifting a
           *> protection is an administrator's decision
           EVALUATE TRUE
               WHEN is-in-protected
                   IF t-user-protected NOT = 'Y'
                       PERFORM B0250-raise-protected
                   END-IF
               WHEN t-user-protected = 'Y'
                   MOVE 'skyddad här men inte i registret'
                       TO wc-reject-reason
                   PERFORM B0275-write-manual-line
               WHEN OTHER
                   PERFORM B0260-compare-address
           END-EVALUATE

           *> a student already withdrawn or graduated needs
           *> nothing more
           IF NOT is-sql-error
              AND (is-in-deceased OR is-in-emigrated)
              AND t-user-status NOT = 'W'
              AND t-user-status NOT = 'G'
               PERFORM B0270-write-worklist
           END-IF

           .

       *>**************************************************
       B0250-raise-protected.

           EXEC SQL
               UPDATE tbl_user
               SET user_protected = 'Y'
               WHERE user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'population-register-import' TO t-audit-program
                MOVE 'EDIT' TO t-audit-action
                MOVE SPACE TO t-audit-key
                STRING 'user_id=' t-user-id
                       DELIMITED BY SIZE INTO t-audit-key
                END-STRING
                MOVE SPACE TO t-audit-old
                STRING 'user_protected=' t-user-protected
                       DELIMITED BY SIZE INTO t-audit-old
                END-STRING
                MOVE 'user_protected=Y' TO t-audit-new

                COPY write-audit-row.

                MOVE 'user' TO t-event-kind
                MOVE 'EDIT' TO t-event-action
                MOVE t-audit-key TO t-event-key
                MOVE t-user-id TO t-event-user-id

                COPY write-change-event.

                ADD 1 TO wn-protected-cnt
                MOVE SPACE TO fc-summary-line
                STRING 'user_id=' t-user-id
                       ': skyddad identitet markerad'
                       DELIMITED BY SIZE INTO fc-summary-line
                END-STRING
                WRITE fc-summary-line
           END-IF

           .

       *>**************************************************
       B0260-compare-address.

           MOVE wc-in-street TO t-new-street
           MOVE wc-in-postalcode TO t-new-postalcode
           MOVE wc-in-city TO t-new-city
           MOVE wc-in-municipality TO t-new-municipality

           *> a row without an address changes nothing - nor does
           *> a blank kommunkod wipe the one on file
           IF t-new-street = SPACE
               MOVE t-user-street TO t-new-street
               MOVE t-user-postalcode TO t-new-postalcode
               MOVE t-user-city TO t-new-city
           END-IF
           IF t-new-municipality = SPACE
               MOVE t-user-municipality TO t-new-municipality
           END-IF

           IF t-new-street NOT = t-user-street
              OR t-new-postalcode NOT = t-user-postalcode
              OR t-new-city NOT = t-user-city
              OR t-new-municipality NOT = t-user-municipality
               PERFORM B0265-update-address
           END-IF

           .

       *>**************************************************
       B0265-update-address.

           EXEC SQL
               UPDATE tbl_user
               SET user_street = :t-new-street,
                   user_postalcode = :t-new-postalcode,
                   user_city = :t-new-city,
                   user_municipality = :t-new-municipality,
                   user_row_version = user_row_version + 1
               WHERE user_id = :t-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           *> dated like a change made in cgi-edit-user - the
           *> register does not say when the move took place
           IF NOT is-sql-error
              AND t-new-municipality NOT = t-user-municipality
               EXEC SQL
                   INSERT INTO tbl_municipality_history
                   (history_id, user_id, old_municipality,
                    new_municipality, valid_from, changed_by)
                   VALUES
                   (nextval('tbl_municipality_history_history_id_seq'),
                    :t-user-id, :t-user-municipality,
                    :t-new-municipality, :t-today, 0)
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    ADD 1 TO wn-municipality-cnt
               END-IF
           END-IF

           IF NOT is-sql-error
               MOVE 'population-register-import' TO t-audit-program
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-key
               STRING 'user_id=' t-user-id
                      DELIMITED BY SIZE INTO t-audit-key
               END-STRING
               MOVE SPACE TO t-audit-old
               STRING FUNCTION TRIM(t-user-street) ', '
                      FUNCTION TRIM(t-user-postalcode) ' '
                      FUNCTION TRIM(t-user-city) ' '
                      t-user-municipality
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
               MOVE SPACE TO t-audit-new
               STRING FUNCTION TRIM(t-new-street) ', '
                      FUNCTION TRIM(t-new-postalcode) ' '
                      FUNCTION TRIM(t-new-city) ' '
                      t-new-municipality
                      DELIMITED BY SIZE INTO t-audit-new
               END-STRING

               COPY write-audit-row.

               MOVE 'user' TO t-event-kind
               MOVE 'EDIT' TO t-event-action
               MOVE t-audit-key TO t-event-key
               MOVE t-user-id TO t-event-user-id

               COPY write-change-event.

               ADD 1 TO wn-address-cnt
               MOVE SPACE TO fc-summary-line
               STRING 'user_id=' t-user-id ': adress ändrad, '
                      FUNCTION TRIM(t-audit-old) ' -> '
                      FUNCTION TRIM(t-audit-new)
                      DELIMITED BY SIZE INTO fc-summary-line
               END-STRING
               WRITE fc-summary-line
           END-IF

           .

       *>**************************************************
       B0270-write-worklist.

           IF is-in-deceased
               MOVE 'avliden' TO wc-dereg-text
           ELSE
               MOVE 'utvandrad' TO wc-dereg-text
           END-IF

           ADD 1 TO wn-worklist-cnt
           MOVE SPACE TO fc-worklist-line
           STRING wc-in-pnr ' user_id=' t-user-id ' '
                  FUNCTION TRIM(t-user-firstname) ' '
                  FUNCTION TRIM(t-user-lastname) ': '
                  FUNCTION TRIM(wc-dereg-text)
                  ' enligt folkbokföringen, status '
                  t-user-status
                  DELIMITED BY SIZE INTO fc-worklist-line
           END-STRING
           WRITE fc-worklist-line

           .

       *>**************************************************
       B0275-write-manual-line.

           ADD 1 TO wn-manual-cnt
           MOVE SPACE TO fc-summary-line
           STRING 'user_id=' t-user-id ': manuell hantering - '
                  FUNCTION TRIM(wc-reject-reason)
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

           .

       *>**************************************************
       B0280-write-exception.

           *> the personnummer and the reason only - the row may
           *> be somebody who is not ours
           IF wc-reject-reason NOT = 'ingen elev med personnumret'
              AND wc-reject-reason NOT =
                  'flera elever med personnumret'
               ADD 1 TO wn-rejected-cnt
           END-IF

           MOVE SPACE TO fc-exception-line
           STRING FUNCTION TRIM(wc-reject-reason) ': '
                  wc-in-pnr
                  DELIMITED BY SIZE INTO fc-exception-line
           END-STRING
           WRITE fc-exception-line

           .

       *>**************************************************
       B0290-commit-work.

           *>  one student at a time - the audit chain is not
           *>  held locked for the whole file
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       B0800-write-summary-totals.

           MOVE SPACE TO fc-summary-line
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Lästa rader:                 ' wn-read-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Matchade elever:             ' wn-matched-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Ändrade adresser:            ' wn-address-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING '  varav ny hemkommun:        ' wn-municipality-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Skyddad identitet markerad:  ' wn-protected-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Arbetslista (avliden/utv.):  ' wn-worklist-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Manuell hantering:           ' wn-manual-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Ingen eller flera träffar:   ' wn-unmatched-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line
           MOVE SPACE TO fc-summary-line
           STRING 'Avvisade rader:              ' wn-rejected-cnt
                  DELIMITED BY SIZE INTO fc-summary-line
           END-STRING
           WRITE fc-summary-line

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
