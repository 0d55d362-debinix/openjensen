       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: A withdrawal ends the student's sessions.
       *>       0.3: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-student-status.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-student-cnt              PIC  9(4) VALUE ZERO.
       01  status-rec-vars.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-new-status           PIC  X(1) VALUE SPACE.
             05  t-old-status           PIC  X(1) VALUE SPACE.
             05  t-return-date          PIC  X(10) VALUE SPACE.
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> the deactivated login is closed at once
                IF t-new-status = 'W'
                    EXEC SQL
                        DELETE FROM tbl_session
                        WHERE user_id = :t-user-id
                    END-EXEC
                END-IF
                PERFORM B0220-write-history-row
                PERFORM B0230-write-audit-row
                PERFORM B0240-commit-work

           COPY write-audit-row.

           MOVE 'status' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
