       *>          taken under it as [delegated] in the audit
       *>          trail. Past the end date the delegation is
       *>          simply inert - no cleanup needed.
       *>          A grant needs a second person's approval when
       *>          tbl_approval_operation says so
       *>          (grant-permission); once approved it is
       *>          recorded as the submitter's delegation.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Four-eyes approval of the grant.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-delegation.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> four-eyes approval of the change - see
       *> copy/check-approval.cpy
       COPY approval-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-grantee-cnt              PIC  9(4) VALUE ZERO.
       01  deleg-rec-vars.
             05  t-delegation-id        PIC  9(9) VALUE ZERO.
             05  t-from-user-id         PIC  9(9) VALUE ZERO.
             05  t-to-user-id           PIC  9(9) VALUE ZERO.
             05  t-fromdate             PIC  X(10) VALUE SPACE.
             05  t-todate               PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
               MOVE 'N' TO is-valid-init-switch
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

           IF is-valid-init AND t-fromdate > t-todate
               MOVE 'N' TO is-valid-init-switch
           END-IF
               MOVE 'Okänd mottagare' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0205-check-approval
               IF is-appr-go
                   PERFORM B0210-insert-delegation
               END-IF
           END-IF

           .

       *>**************************************************
       B0205-check-approval.

           *> the approver's repost must hand on the same code to
           *> the same person for the same range
           MOVE 'grant-permission' TO wc-appr-operation
           MOVE SPACE TO wc-appr-params
           STRING 'to_user_id=' t-to-user-id
                  '&function_code='
                  FUNCTION TRIM(wc-permission-function)
                  '&from_date=' t-fromdate
                  '&to_date=' t-todate
                  DELIMITED BY SIZE INTO wc-appr-params
           END-STRING
           MOVE SPACE TO wc-appr-summary
           STRING 'grant ' FUNCTION TRIM(wc-permission-function)
                  ' to user_id=' t-to-user-id
                  ' ' t-fromdate '..' t-todate
                  DELIMITED BY SIZE INTO wc-appr-summary
           END-STRING

           COPY check-approval.

           *> an approved grant is the submitter's delegation
           MOVE wn-requesting-user-id TO t-from-user-id
           IF is-appr-go AND wn-appr-change-id > ZERO
               MOVE wn-appr-requested-by TO t-from-user-id
           END-IF

           IF is-appr-queued
               MOVE 'cgi-add-delegation' TO t-audit-program
               COPY write-audit-row.
               PERFORM B0230-commit-work
           END-IF

           .
               (delegation_id, from_user_id, to_user_id,
                function_code, deleg_fromdate, deleg_todate)
               VALUES (:t-delegation-id,
                       :t-from-user-id, :t-to-user-id,
                       :wc-permission-function, :t-fromdate,
                       :t-todate)
           END-EXEC
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                IF wn-appr-change-id > ZERO
                    PERFORM B0225-close-approval
                END-IF
                PERFORM B0230-commit-work
                MOVE 'Delegering registrerad'
                    TO wc-printscr-string

           .

       *>**************************************************
       B0225-close-approval.

           *> the pending change is done - both names on record
           COPY close-approval.

           MOVE 'cgi-add-delegation' TO t-audit-program

           COPY write-audit-row.

           .

       *>**************************************************
       B0230-commit-work.

