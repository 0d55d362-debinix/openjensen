       *>          through tbl_notification either way, and the
       *>          decision timestamp completes the 30-day
       *>          handling trail.
       *>          Approving a personnummer correction needs a
       *>          second person's approval when
       *>          tbl_approval_operation says so (change-pnr).
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Four-eyes approval of a personnummer change.
       *>       0.3: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-decide-rectification.

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

       *> four-eyes approval of the change - see
       *> copy/check-approval.cpy
       COPY approval-vars.

       *> validated through is-valid-pnr when the field is the
       *> personnummer
       01  wc-chk-pnr               PIC X(13) VALUE SPACE.
       01  wn-request-cnt              PIC  9(4) VALUE ZERO.
       01  decide-rec-vars.
             05  t-request-id           PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-requested-by         PIC  9(9) VALUE ZERO.
             05  t-field-name           PIC  X(20) VALUE SPACE.
             05  t-current-value        PIC  X(80) VALUE SPACE.
             05  t-proposed-value       PIC  X(80) VALUE SPACE.

               MOVE wc-post-value TO t-decision-text

               *> on a second person's approval - the pending change
               *> (cgi-list-pending-changes) reposted with its id
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'approval_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-appr-change-id
               END-IF

               *> why - required when the change must be approved
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'reason' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-post-value

               MOVE wc-post-value TO wc-appr-reason

               IF t-request-id = ZERO
                  OR (is-valid-init AND NOT is-approve-wanted
                      AND t-decision-text = SPACE)
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF is-approve-wanted
                   PERFORM B0205-check-approval
                   IF is-appr-go
                       PERFORM B0210-apply-correction
                   END-IF
                   IF is-value-applied
                       PERFORM B0240-close-request
                       PERFORM B0250-notify-requester
                       IF wn-appr-change-id > ZERO
                           PERFORM B0260-close-approval
                       END-IF
                       PERFORM B0290-commit-work
                       MOVE 'Rättelse genomförd'
                           TO wc-printscr-string

           .

       *>**************************************************
       B0205-check-approval.

           *> only a new personnummer may need a second person -
           *> the request stays open until it is approved
           IF t-field-name NOT = 'user_pnr'
               SET is-appr-go TO TRUE
           ELSE
               MOVE 'change-pnr' TO wc-appr-operation
               MOVE SPACE TO wc-appr-params
               STRING 'request_id=' t-request-id
                      '&action=approve'
                      DELIMITED BY SIZE INTO wc-appr-params
               END-STRING
               MOVE SPACE TO wc-appr-summary
               STRING 'change user_pnr of user_id=' t-user-id
                      ' to ' t-proposed-value(1:13)
                      DELIMITED BY SIZE INTO wc-appr-summary
               END-STRING
               COPY check-approval.
               IF is-appr-queued
                   MOVE 'cgi-decide-rectification'
                       TO t-audit-program
                   COPY write-audit-row.
                   PERFORM B0290-commit-work
               END-IF
           END-IF

           .

       *>**************************************************
       B0210-apply-correction.


           COPY write-audit-row.

           MOVE 'user' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE SPACE TO t-event-key
           STRING 'user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-event-key
           END-STRING
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************

           .

       *>**************************************************
       B0260-close-approval.

           *> the pending change is done - both names on record
           COPY close-approval.

           MOVE 'cgi-decide-rectification' TO t-audit-program

           COPY write-audit-row.

           .

       *>**************************************************
       B0290-commit-work.

