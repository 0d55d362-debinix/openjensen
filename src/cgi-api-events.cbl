       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: JSON change-event feed for the integrations -
       *>          the directory, the access system, the learning
       *>          platform and the mobile app read what changed
       *>          instead of polling the tables. A consumer
       *>          (registered in cgi-set-event-consumer) posts its
       *>          consumer code with the session token of its own
       *>          integration account and gets the events after
       *>          its read position, oldest first, at most limit
       *>          (default 100, never over 500). Posting ack with
       *>          the id of the last event it has processed moves
       *>          its position up to that event first - forward
       *>          only, and never past an event it could have
       *>          been given. Events are handed out in
       *>          (event_txid, event_id) order and only from
       *>          transactions older than every one still
       *>          running, so an event committing late never
       *>          lands behind a position already acknowledged.
       *>          Guarded by 'event-feed'. Emits its own
       *>          application/json header - no HTML machinery.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-api-events.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-first-json-row-switch    PIC X   VALUE 'Y'.
                88  is-first-json-row               VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.
            03  is-maint-closed-switch      PIC X   VALUE 'N'.
                88  is-maint-closed                 VALUE 'Y'.
            03  is-ack-posted-switch        PIC X   VALUE 'N'.
                88  is-ack-posted                   VALUE 'Y'.
            03  is-ack-taken-switch         PIC X   VALUE 'N'.
                88  is-ack-taken                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-newline              PIC X VALUE x'0a'.

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

       *> delegated-authority flag set by check-permission -
       *> see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> the system-wide maintenance gate - see
       *> copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  feed-consumer-vars.
           05  t-consumer-code        PIC  X(30) VALUE SPACE.
           05  t-consumer-user-id     PIC  9(9)  VALUE ZERO.
           05  t-consumer-active      PIC  X(1)  VALUE SPACE.
           05  t-last-event-txid      PIC  9(18) VALUE ZERO.
           05  t-last-event-id        PIC  9(18) VALUE ZERO.
       01  feed-event-vars.
           05  t-event-id             PIC  9(18).
           05  t-event-txid           PIC  9(18).
           05  t-event-kind           PIC  X(20).
           05  t-event-action         PIC  X(10).
           05  t-event-key            PIC  X(40).
           05  t-event-user-id        PIC  9(9).
           05  t-event-changed-by     PIC  9(9).
           05  t-event-time           PIC  X(19).
       01  t-ack-event-id             PIC  9(18) VALUE ZERO.
       01  t-ack-event-txid           PIC  9(18) VALUE ZERO.
       01  t-feed-limit               PIC  9(4)  VALUE 100.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> ids written as plain JSON numbers
       01  wc-id-edit               PIC  Z(17)9 VALUE ZERO.
       01  wc-user-edit             PIC  Z(8)9  VALUE ZERO.
       01  wc-changer-edit          PIC  Z(8)9  VALUE ZERO.

       *> escaped text for the JSON body
       01  wc-escape-input          PIC X(40) VALUE SPACE.
       01  wc-escaped-value         PIC X(82) VALUE SPACE.

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
                        PERFORM B0200-take-ack
                        PERFORM B0300-serve-events
                    ELSE
                        *> the maintenance answer was already
                        *> written in B0105 - one JSON document
                        *> per response, never two
                        IF NOT is-maint-closed
                            DISPLAY '{"version":1,"error":'
                                    '"unauthorized"}'
                        END-IF
                    END-IF

                    PERFORM Z0200-disconnect
                END-IF
           ELSE
                DISPLAY '{"version":1,"error":"bad request"}'
           END-IF

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> this endpoint talks JSON, never HTML
           DISPLAY
               'Content-Type: application/json; charset=utf-8'
               wc-newline
           END-DISPLAY

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'session_token' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE wc-post-value TO wc-session-token

               *> which consumer reads (required)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'consumer' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               MOVE FUNCTION LOWER-CASE(wc-post-value)
                   TO t-consumer-code

               *> the last event the consumer has processed
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'ack' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                  AND FUNCTION TRIM(wc-post-value) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-post-value)
                       TO t-ack-event-id
                   SET is-ack-posted TO TRUE
               END-IF

               *> how many events at most in this answer
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'limit' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name
                                           wc-post-value
               IF wc-post-value NOT = SPACE
                  AND FUNCTION TRIM(wc-post-value) IS NUMERIC
                  AND FUNCTION NUMVAL(wc-post-value) > ZERO
                   IF FUNCTION NUMVAL(wc-post-value) > 500
                       MOVE 500 TO t-feed-limit
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-post-value)
                           TO t-feed-limit
                   END-IF
               END-IF

               IF wc-session-token NOT = SPACE
                  AND t-consumer-code NOT = SPACE
                   SET is-valid-init TO TRUE
               END-IF

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
                DISPLAY '{"version":1,"error":"unavailable"}'
           ELSE
                SET is-db-connected TO TRUE
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> an integration account holding 'event-feed', and
           *> only for a consumer registered to that account
           COPY resolve-session-token.

           IF wn-requesting-user-id > ZERO
               MOVE 'event-feed' TO wc-permission-function
               COPY check-permission.
           END-IF

           IF is-caller-authorized
               MOVE 'N' TO is-caller-authorized-switch
               EXEC SQL
                   SELECT consumer_user_id, consumer_active,
                          last_event_txid, last_event_id
                   INTO :t-consumer-user-id, :t-consumer-active,
                        :t-last-event-txid, :t-last-event-id
                   FROM tbl_event_consumer
                   WHERE consumer_code = :t-consumer-code
               END-EXEC
               IF  sqlcode = zero
                  AND t-consumer-active = 'Y'
                  AND t-consumer-user-id = wn-requesting-user-id
                   SET is-caller-authorized TO TRUE
               END-IF
           END-IF

           *> maintenance closes the feed too - answer in JSON,
           *> the integration retries later
           IF is-caller-authorized
               EXEC SQL
                   SELECT is_active
                   INTO :wc-maint-active
                   FROM tbl_maintenance_mode
                   WHERE mode_id = 1
               END-EXEC
               IF  sqlcode = zero AND wc-maint-active = 'Y'
                   MOVE 'N' TO is-caller-authorized-switch
                   SET is-maint-closed TO TRUE
                   DISPLAY '{"version":1,'
                           '"error":"maintenance"}'
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-take-ack.

           *> the acknowledged event must be one the feed could
           *> have handed out and lie after the position - an
           *> unknown, purged or older id leaves it where it is
           IF is-ack-posted
               EXEC SQL
                   SELECT event_txid
                   INTO :t-ack-event-txid
                   FROM tbl_change_event
                   WHERE event_id = :t-ack-event-id
                   AND event_txid <
                       txid_snapshot_xmin(txid_current_snapshot())
                   AND (event_txid, event_id) >
                       (:t-last-event-txid, :t-last-event-id)
               END-EXEC
               IF  sqlcode = zero
                   SET is-ack-taken TO TRUE
                   MOVE t-ack-event-txid TO t-last-event-txid
                   MOVE t-ack-event-id TO t-last-event-id
               END-IF
           END-IF

           EXEC SQL
               UPDATE tbl_event_consumer
               SET last_event_txid = :t-last-event-txid,
                   last_event_id = :t-last-event-id,
                   last_read_date =
                       TO_CHAR(CURRENT_TIMESTAMP,
                               'YYYY-MM-DD HH24:MI:SS')
               WHERE consumer_code = :t-consumer-code
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0300-serve-events.

           MOVE t-last-event-id TO wc-id-edit
           DISPLAY '{"version":1,"consumer":"'
                   FUNCTION TRIM(t-consumer-code)
                   '","position":' FUNCTION TRIM(wc-id-edit)

           IF is-ack-posted AND NOT is-ack-taken
               DISPLAY ',"ack":"ignored"'
           END-IF

           DISPLAY ',"events":['

           EXEC SQL
               DECLARE cursapievents CURSOR FOR
               SELECT event_id, event_txid, event_kind,
                      event_action, event_key, user_id,
                      changed_by,
                      TO_CHAR(event_time, 'YYYY-MM-DD HH24:MI:SS')
               FROM tbl_change_event
               WHERE (event_txid, event_id) >
                     (:t-last-event-txid, :t-last-event-id)
               AND event_txid <
                   txid_snapshot_xmin(txid_current_snapshot())
               ORDER BY event_txid, event_id
               LIMIT :t-feed-limit
           END-EXEC

           EXEC SQL
               OPEN cursapievents
           END-EXEC

           EXEC SQL
               FETCH cursapievents INTO :t-event-id,
                                        :t-event-txid,
                                        :t-event-kind,
                                        :t-event-action,
                                        :t-event-key,
                                        :t-event-user-id,
                                        :t-event-changed-by,
                                        :t-event-time
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0305-write-separator

               MOVE t-event-id TO wc-id-edit
               MOVE t-event-user-id TO wc-user-edit
               MOVE t-event-changed-by TO wc-changer-edit
               MOVE t-event-key TO wc-escape-input
               CALL 'json-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value

               DISPLAY '{"id":' FUNCTION TRIM(wc-id-edit)
                       ',"kind":"' FUNCTION TRIM(t-event-kind)
                       '","action":"' FUNCTION TRIM(t-event-action)
                       '","key":' FUNCTION TRIM(wc-escaped-value)
                       ',"user_id":' FUNCTION TRIM(wc-user-edit)
                       ',"changed_by":'
                       FUNCTION TRIM(wc-changer-edit)
                       ',"time":"' t-event-time '"}'

               EXEC SQL
                   FETCH cursapievents INTO :t-event-id,
                                            :t-event-txid,
                                            :t-event-kind,
                                            :t-event-action,
                                            :t-event-key,
                                            :t-event-user-id,
                                            :t-event-changed-by,
                                            :t-event-time
               END-EXEC

           END-PERFORM

           IF  SQLSTATE NOT = '02000'
                SET is-sql-error TO TRUE
           END-IF

           EXEC SQL
               CLOSE cursapievents
           END-EXEC

           *> a mid-fetch SQL error still closes the JSON, but
           *> names itself so the consumer never acknowledges
           *> past a silently truncated list
           IF is-sql-error
               DISPLAY '],"error":"sql"}'
           ELSE
               DISPLAY ']}'
           END-IF

           .

       *>**************************************************
       B0305-write-separator.

           IF is-first-json-row
               MOVE 'N' TO is-first-json-row-switch
           ELSE
               DISPLAY ','
           END-IF

           .

       *>**************************************************
       Z0100-error-routine.

           *> no HTML here - the response names the error
           SET is-sql-error TO TRUE

           .

       *>**************************************************
       Z0200-disconnect.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       *> END PROGRAM
