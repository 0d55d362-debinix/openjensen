       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Export logged in tbl_read_log, whose rows
       *>            about the person are counted in coverage.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-make-gdpr-export.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       COPY delegation-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id               PIC  9(9) VALUE ZERO.
       01  gdpr-rec-vars.
             05  t-text-1             PIC  X(40).
             05  t-text-2             PIC  X(40).
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> receiving variables for data passed from php
       *> the coverage summary - every table this program
       *> checked, with the rows it found
       01 coverage-table.
          05 coverage-entry OCCURS 20 TIMES.
             10 wc-cov-table        PIC X(30).
             10 wn-cov-rows         PIC 9(6).
       01 wn-cov-cnt                PIC 9(2) VALUE ZERO.
                IF is-db-connected
                    PERFORM B0105-verify-caller-authorized
                    IF is-caller-authorized
                        PERFORM B0190-write-read-log
                        PERFORM B0200-write-export
                    ELSE
                        MOVE 'Behörighet saknas'

           .

       *>**************************************************
       B0190-write-read-log.

           *> the export itself is a view of everything held
           MOVE wn-user-id TO t-read-student-id
           MOVE 'cgi-make-gdpr-export' TO t-read-program
           MOVE 'registerutdrag' TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-write-export.

           MOVE 'tbl_makeup_reg' TO wc-cov-name
           PERFORM B0299-note-coverage

           EXEC SQL
               SELECT COUNT(*) INTO :t-row-cnt
               FROM tbl_read_log
               WHERE student_user_id = :wn-user-id
           END-EXEC
           MOVE 'tbl_read_log' TO wc-cov-name
           PERFORM B0299-note-coverage

           .

       *>**************************************************
       *>**************************************************
       B0299-note-coverage.

           IF wn-cov-cnt < 20
               ADD 1 TO wn-cov-cnt
               MOVE wc-cov-name TO wc-cov-table(wn-cov-cnt)
               MOVE t-row-cnt TO wn-cov-rows(wn-cov-cnt)
