       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Retention for tbl_read_log. Deletes read-log
       *>          rows older than READ_LOG_KEEP_DAYS days
       *>          (default 365) - the read log keeps its own
       *>          period, apart from tbl_audit and
       *>          audit-rotate. Runs as a batch-window step.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Days kept from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. read-log-purge.
       *>**************************************************
       DATA DIVISION.
       *>--------------------------------------------------
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-keep-days             PIC  9(5) VALUE 365.
       01  wn-purged-cnt            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> retention steering
       01  wc-keep-env              PIC X(5)  VALUE SPACE.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** read-log-purge: started ***'

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-purge-read-log
               PERFORM B0900-commit-work
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** read-log-purge: '
                   wn-purged-cnt ' rows older than '
                   wn-keep-days ' days deleted ***'

           IF is-sql-error
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
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
                PERFORM B0110-read-settings
           END-IF

           .

       *>**************************************************
       B0110-read-settings.

           *> how long read-log rows are kept
           MOVE 'READ_LOG_KEEP_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-keep-env
           IF wc-keep-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-keep-env)
                    TO wn-keep-days
           END-IF

           .

       *>**************************************************
       B0200-purge-read-log.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-purged-cnt
               FROM tbl_read_log
               WHERE read_date < CURRENT_DATE - :wn-keep-days
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           IF NOT is-sql-error AND wn-purged-cnt > ZERO
               EXEC SQL
                   DELETE FROM tbl_read_log
                   WHERE read_date < CURRENT_DATE - :wn-keep-days
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               END-IF
           END-IF

           .

       *>**************************************************
       B0900-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
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
