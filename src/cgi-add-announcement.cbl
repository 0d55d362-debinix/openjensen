       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record the announcement and its notifications
       *>            as one bulk operation that
       *>            cgi-undo-bulk-operation can take back.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-announcement.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  ann-rec-vars.
             05  t-announcement-id      PIC  9(9) VALUE ZERO.
             05  t-target-type          PIC  X(1) VALUE SPACE.
             05  t-target-id            PIC  9(9) VALUE ZERO.
             05  t-ann-subject          PIC  X(80) VALUE SPACE.
             05  t-ann-body             PIC  X(240) VALUE SPACE.
       01  t-recipient-user-id         PIC  9(9) VALUE ZERO.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> the announcement and its fan-out are one bulk
       *> operation - see copy/open-bulk-operation.cpy
       COPY bulk-op-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> per-run counter
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'cgi-add-announcement' TO b-op-program
                COPY open-bulk-operation.
                MOVE 'tbl_announcement' TO b-table-name
                MOVE 'I' TO b-row-action
                MOVE t-announcement-id TO b-key-id
                MOVE t-ann-subject TO b-new-value
                COPY record-bulk-row.
                PERFORM B0210-fan-out
                PERFORM B0260-write-audit-row
                PERFORM B0290-commit-work
                CALL 'ok-printscr' USING wc-printscr-string
                DISPLAY '<p>' wn-recipient-cnt
                        ' mottagare</p>'
                DISPLAY '<p>Operation nr ' b-op-id '</p>'
           END-IF

           .

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'tbl_notification' TO b-table-name
                MOVE 'I' TO b-row-action
                MOVE t-notif-id TO b-key-id
                MOVE t-recipient-user-id TO b-key-id2
                COPY record-bulk-row.
           END-IF

           .
