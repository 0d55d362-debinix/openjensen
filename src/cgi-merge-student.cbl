       *>          not duplicated), writes one tbl_audit row per
       *>          moved table, and deactivates the loser with
       *>          merged_into_user_id pointing at the survivor.
       *>          A merge needs a second person's approval when
       *>          tbl_approval_operation says so (merge-student):
       *>          the first post parks it with a reason, the
       *>          approver reposts it with approval_id.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: End the merged-away account's sessions.
       *>       0.3: Four-eyes approval of the merge.
       *>       0.4: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-merge-student.

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-cnt                 PIC  9(4) VALUE ZERO.
       01  merge-rec-vars.
             05  t-survivor-id          PIC  9(9) VALUE ZERO.
             05  t-loser-id             PIC  9(9) VALUE ZERO.
       01  preview-rec-vars.
             05  t-side-user-id         PIC  9(9).
             05  t-side-firstname       PIC  X(40).
             05  t-side-lastname        PIC  X(40).
             05  t-side-pnr             PIC  X(13).
                                                wc-printscr-string
                        ELSE
                            IF is-merge-wanted
                                PERFORM B0290-check-approval
                                IF is-appr-go
                                    PERFORM B0300-merge-accounts
                                END-IF
                            ELSE
                                PERFORM B0200-preview-accounts
                            END-IF
               SET is-merge-wanted TO TRUE
           END-IF

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

           IF t-survivor-id > ZERO AND t-loser-id > ZERO
              AND t-survivor-id NOT = t-loser-id
               SET is-valid-init TO TRUE

           .

       *>**************************************************
       B0290-check-approval.

           *> the approver's repost must name the same two accounts
           MOVE 'merge-student' TO wc-appr-operation
           MOVE SPACE TO wc-appr-params
           STRING 'survivor_user_id=' t-survivor-id
                  '&loser_user_id=' t-loser-id
                  '&action=merge'
                  DELIMITED BY SIZE INTO wc-appr-params
           END-STRING
           MOVE SPACE TO wc-appr-summary
           STRING 'merge student ' t-loser-id
                  ' into ' t-survivor-id
                  DELIMITED BY SIZE INTO wc-appr-summary
           END-STRING

           COPY check-approval.

           IF is-appr-queued
               MOVE 'cgi-merge-student' TO t-audit-program
               COPY write-audit-row.
               PERFORM B0390-commit-work
           END-IF

           .

       *>**************************************************
       B0300-merge-accounts.


           PERFORM B0330-retire-loser

           IF wn-appr-change-id > ZERO
               PERFORM B0340-close-approval
           END-IF

           PERFORM B0390-commit-work

           MOVE 'Kontona är ihopslagna' TO wc-printscr-string
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> the duplicate can no longer be logged in to
                EXEC SQL
                    DELETE FROM tbl_session
                    WHERE user_id = :t-loser-id
                END-EXEC
                MOVE 'cgi-merge-student' TO t-audit-program
                MOVE 'EDIT' TO t-audit-action
                MOVE SPACE TO t-audit-key
                       DELIMITED BY SIZE INTO t-audit-new
                END-STRING
                COPY write-audit-row.

                MOVE 'user' TO t-event-kind
                MOVE 'MERGE' TO t-event-action
                MOVE SPACE TO t-event-key
                STRING 'user_id=' t-loser-id
                       ' into=' t-survivor-id
                       DELIMITED BY SIZE INTO t-event-key
                END-STRING
                MOVE t-loser-id TO t-event-user-id
                COPY write-change-event.
           END-IF

           .

       *>**************************************************
       B0340-close-approval.

           *> the pending change is done - both names on record
           COPY close-approval.

           MOVE 'cgi-merge-student' TO t-audit-program

           COPY write-audit-row.

           .

       *>**************************************************
       B0390-commit-work.

