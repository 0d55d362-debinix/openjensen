       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Remove a user to the database.
       *>          Deactivating staff needs a second person's
       *>          approval when tbl_approval_operation says so
       *>          (deactivate-staff).
       *> Created: 2014-02-13
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: End the retired user's open sessions.
       *>       0.3: Four-eyes approval of deactivating staff.
       *>       0.4: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-remove-user.
       *> only callers whose usertype holds the function may
       *> remove a user - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *> four-eyes approval of the change - see
       *> copy/check-approval.cpy
       COPY approval-vars.

       *>**************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  users-rec-vars.
             05  t-user-id            PIC  9(9).
             05  t-user-firstname     PIC  X(40).
             05  t-user-lastname      PIC  X(40).
             05  t-user-email         PIC  X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wr-rec-vars.
             05  wn-user-id           PIC  9(9) VALUE ZERO.
             05  wc-firstname         PIC  X(40) VALUE SPACE.
             05  wc-lastname          PIC  X(40) VALUE SPACE.
             05  wc-user-email        PIC  X(40) VALUE SPACE.
               *> convert to number (space --> 0)
               MOVE function numval(wc-post-value) TO wn-user-id

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

           END-IF

           IF wn-user-id = 0
                *> characters when an sql statement is embedded
                *> into an if-then-else clause...
                IF is-id-found
                     PERFORM B0215-check-approval
                END-IF

                IF is-id-found AND is-appr-go
                     MOVE 'N' TO t-user-active
                     EXEC SQL
                         UPDATE tbl_user
                     END-EXEC
                END-IF

                EVALUATE TRUE
                    WHEN is-appr-queued
                        MOVE 'cgi-remove-user' TO t-audit-program
                        COPY write-audit-row.
                    WHEN is-appr-refused
                        CONTINUE
                    WHEN sqlstate = ZERO
                        MOVE 'user' TO t-event-kind
                        MOVE 'DELETE' TO t-event-action
                        MOVE SPACE TO t-event-key
                        STRING 'user_id=' t-user-id
                               DELIMITED BY SIZE INTO t-event-key
                        END-STRING
                        MOVE t-user-id TO t-event-user-id

                        COPY write-change-event.

                        PERFORM B0220-end-user-sessions
                        IF wn-appr-change-id > ZERO
                            PERFORM B0230-close-approval
                        END-IF
                        MOVE 'Användaren inaktiverad'
                        TO wc-printscr-string
                        CALL 'ok-printscr' USING wc-printscr-string
                        PERFORM B0250-warn-outstanding-loans
                    WHEN OTHER
                        PERFORM Z0100-error-routine
                END-EVALUATE

           END-IF


        .

       *>**************************************************
       B0215-check-approval.

           *> students and guardians go as before - taking away a
           *> member of staff may need a second person
           EXEC SQL
               SELECT usertype_id
               INTO :t-user-usertype-id
               FROM tbl_user
               WHERE user_id = :t-user-id
           END-EXEC

           IF  sqlcode = zero
               AND (t-user-usertype-id = 1 OR t-user-usertype-id = 8)
               SET is-appr-go TO TRUE
           ELSE
               MOVE 'deactivate-staff' TO wc-appr-operation
               MOVE SPACE TO wc-appr-params
               STRING 'user_id=' t-user-id
                      DELIMITED BY SIZE INTO wc-appr-params
               END-STRING
               MOVE SPACE TO wc-appr-summary
               STRING 'deactivate staff user_id=' t-user-id
                      DELIMITED BY SIZE INTO wc-appr-summary
               END-STRING
               COPY check-approval.
           END-IF

        .

       *>**************************************************
       B0220-end-user-sessions.

           *> a retired account keeps no session open - whoever
           *> is logged in is out on the next click
           EXEC SQL
               DELETE FROM tbl_session
               WHERE user_id = :t-user-id
           END-EXEC

        .

       *>**************************************************
       B0230-close-approval.

           *> the pending change is done - both names on record
           COPY close-approval.

           MOVE 'cgi-remove-user' TO t-audit-program

           COPY write-audit-row.

        .

       *>**************************************************
       B0250-warn-outstanding-loans.

