       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Retention for tbl_change_event. Deletes the
       *>          events every active consumer in
       *>          tbl_event_consumer has acknowledged through
       *>          cgi-api-events - at or before its read position.
       *>          A deactivated consumer no longer holds events
       *>          back. Runs as a batch-window step.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. change-event-purge.
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
       01  wn-purged-cnt            PIC  9(9) VALUE ZERO.
       01  wn-consumer-cnt          PIC  9(5) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           DISPLAY '*** change-event-purge: started ***'

           PERFORM B0100-connect

           IF is-db-connected
               PERFORM B0200-purge-change-events
               PERFORM B0900-commit-work
               PERFORM Z0200-disconnect
           END-IF

           DISPLAY '*** change-event-purge: '
                   wn-purged-cnt ' events read by all '
                   wn-consumer-cnt ' consumers deleted ***'

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
           END-IF

           .

       *>**************************************************
       B0200-purge-change-events.

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-consumer-cnt
               FROM tbl_event_consumer
               WHERE consumer_active = 'Y'
           END-EXEC

           *> an event is done with once no active consumer's
           *> position lies before it, in the feed's own order
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-purged-cnt
               FROM tbl_change_event e
               WHERE NOT EXISTS
                   (SELECT 1 FROM tbl_event_consumer c
                    WHERE c.consumer_active = 'Y'
                    AND (e.event_txid, e.event_id) >
                        (c.last_event_txid, c.last_event_id))
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           IF NOT is-sql-error AND wn-purged-cnt > ZERO
               EXEC SQL
                   DELETE FROM tbl_change_event e
                   WHERE NOT EXISTS
                       (SELECT 1 FROM tbl_event_consumer c
                        WHERE c.consumer_active = 'Y'
                        AND (e.event_txid, e.event_id) >
                            (c.last_event_txid, c.last_event_id))
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
