       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Register or change a consumer of the change
       *>          events - consumer_code, a name, the integration
       *>          account (usertype 64) it reads with and whether
       *>          it is active. A new consumer starts reading from
       *>          the newest event at registration; a deactivated
       *>          one no longer holds change-event-purge back.
       *>          The feed itself is cgi-api-events. Recorded in
       *>          tbl_audit. Guarded by 'event-consumers'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-event-consumer.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-user-posted-switch          PIC X   VALUE 'N'.
                88  is-user-posted                     VALUE 'Y'.
            03  is-consumer-found-switch       PIC X   VALUE 'N'.
                88  is-consumer-found                  VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Händelsekonsument'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  consumer-rec-vars.
             05  t-consumer-code        PIC  X(30) VALUE SPACE.
             05  t-consumer-name        PIC  X(40) VALUE SPACE.
             05  t-consumer-user-id     PIC  9(9)  VALUE ZERO.
             05  t-consumer-active      PIC  X(1)  VALUE 'Y'.
             05  t-usertype-id          PIC  9(9)  VALUE ZERO.
       01  consumer-old-vars.
             05  t-old-name             PIC  X(40) VALUE SPACE.
             05  t-old-user-id          PIC  9(9)  VALUE ZERO.
             05  t-old-active           PIC  X(1)  VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0200-store-consumer
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-set-action
           END-IF

           .

       *>**************************************************
       A0110-init-set-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the consumer, as its integration names itself
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'consumer_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION LOWER-CASE(wc-post-value) TO t-consumer-code

           *> what it is
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'consumer_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-consumer-name

           *> the integration account it reads with
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value)
                   TO t-consumer-user-id
               SET is-user-posted TO TRUE
           END-IF

           *> Y or N - active unless told otherwise
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'active' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION UPPER-CASE(wc-post-value(1:1))
                   TO t-consumer-active
           END-IF

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar sessionsnyckel'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-consumer-code = SPACE
                   MOVE 'Ange konsumentens kod' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-user-posted
                   MOVE 'Ange integrationskontot'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-consumer-active NOT = 'Y'
                AND t-consumer-active NOT = 'N'
                   MOVE 'Aktiv ska vara Y eller N'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

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
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           MOVE 'event-consumers' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-store-consumer.

           *> the feed only answers an integration account
           MOVE ZERO TO t-usertype-id
           EXEC SQL
               SELECT usertype_id
               INTO :t-usertype-id
               FROM tbl_user
               WHERE user_id = :t-consumer-user-id
               AND user_active = 'Y'
           END-EXEC

           PERFORM B0205-find-consumer

           EVALUATE TRUE
               WHEN t-usertype-id NOT = 64
                   MOVE 'Kontot är inget integrationskonto'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-consumer-found
                   PERFORM B0220-update-consumer
               WHEN OTHER
                   PERFORM B0210-insert-consumer
           END-EVALUATE

           .

       *>**************************************************
       B0205-find-consumer.

           EXEC SQL
               SELECT consumer_name, consumer_user_id,
                      consumer_active
               INTO :t-old-name, :t-old-user-id, :t-old-active
               FROM tbl_event_consumer
               WHERE consumer_code = :t-consumer-code
           END-EXEC

           IF sqlcode = zero
               SET is-consumer-found TO TRUE
           END-IF

           .

       *>**************************************************
       B0210-insert-consumer.

           *> a new consumer reads from here on - what happened
           *> before it came it gets from its first full load
           EXEC SQL
               INSERT INTO tbl_event_consumer
               (consumer_code, consumer_name, consumer_user_id,
                last_event_txid, last_event_id, consumer_active,
                changed_by)
               SELECT :t-consumer-code, :t-consumer-name,
                      :t-consumer-user-id,
                      COALESCE(MAX(e.event_txid), 0),
                      COALESCE(MAX(e.event_id), 0),
                      :t-consumer-active, :wn-requesting-user-id
               FROM tbl_change_event e
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'ADD' TO t-audit-action
                MOVE '-' TO t-audit-old
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Konsumenten registrerad'
                    TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-update-consumer.

           *> the read position stays where the consumer left it
           EXEC SQL
               UPDATE tbl_event_consumer
               SET consumer_name = :t-consumer-name,
                   consumer_user_id = :t-consumer-user-id,
                   consumer_active = :t-consumer-active,
                   changed_by = :wn-requesting-user-id
               WHERE consumer_code = :t-consumer-code
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'EDIT' TO t-audit-action
                MOVE SPACE TO t-audit-old
                STRING FUNCTION TRIM(t-old-name)
                       ' user_id=' t-old-user-id
                       ' active=' t-old-active
                       DELIMITED BY SIZE INTO t-audit-old
                END-STRING
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Konsumenten ändrad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-set-event-consumer' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'consumer_code=' FUNCTION TRIM(t-consumer-code)
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING FUNCTION TRIM(t-consumer-name)
                  ' user_id=' t-consumer-user-id
                  ' active=' t-consumer-active
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

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
