        *>
        *> Copybook check-approval.cpy
        *> Put in the /copy directory.
        *>
        *> Shared four-eyes gate, copied right before a program
        *> applies a change. An operation that does not require
        *> approval goes straight ahead. Otherwise, without an
        *> approval_id the change is parked in tbl_pending_change
        *> with the submitter's reason (none given - refused) and
        *> the SUBMIT audit fields are filled for the program to
        *> write; with one, the pending change must be this
        *> operation's, still pending and unexpired, submitted by
        *> someone else than the caller, and posted with exactly
        *> the same values - then it goes ahead. The program
        *> commits. Expects approval-vars.cpy, audit-vars.cpy,
        *> wn-requesting-user-id and a Z0100-error-routine.
        *>
           SET is-appr-refused TO TRUE
           MOVE 'N' TO wc-appr-required
           MOVE 3 TO wn-appr-expiry-days

           EXEC SQL
               SELECT requires_approval, expiry_days
               INTO :wc-appr-required, :wn-appr-expiry-days
               FROM tbl_approval_operation
               WHERE operation_code = :wc-appr-operation
           END-EXEC

           IF  sqlcode NOT = zero
               MOVE 'N' TO wc-appr-required
           END-IF

           EVALUATE TRUE

               WHEN wn-appr-change-id = ZERO
                    AND wc-appr-required NOT = 'Y'
                   SET is-appr-go TO TRUE

               WHEN wn-appr-change-id = ZERO
                    AND wc-appr-reason = SPACE
                   MOVE 'Kräver godkännande - ange skäl'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string

               WHEN wn-appr-change-id = ZERO
                   EXEC SQL
                       SELECT
                         nextval('tbl_pending_change_change_id_seq')
                       INTO :wn-appr-change-id
                   END-EXEC
                   EXEC SQL
                       INSERT INTO tbl_pending_change
                       (change_id, operation_code, change_params,
                        change_summary, change_reason,
                        requested_by, expires_date)
                       VALUES (:wn-appr-change-id,
                               :wc-appr-operation, :wc-appr-params,
                               :wc-appr-summary, :wc-appr-reason,
                               :wn-requesting-user-id,
                               CURRENT_TIMESTAMP
                               + :wn-appr-expiry-days
                                 * INTERVAL '1 day')
                   END-EXEC
                   IF  sqlcode NOT = zero
                       PERFORM Z0100-error-routine
                   ELSE
                       SET is-appr-queued TO TRUE
                       MOVE 'SUBMIT' TO t-audit-action
                       MOVE SPACE TO t-audit-key
                       STRING 'change_id=' wn-appr-change-id
                              ' ' wc-appr-operation
                              DELIMITED BY SIZE INTO t-audit-key
                       END-STRING
                       MOVE wc-appr-reason TO t-audit-old
                       MOVE wc-appr-summary TO t-audit-new
                       MOVE 'Väntar på godkännande'
                           TO wc-printscr-string
                       CALL 'ok-printscr' USING wc-printscr-string
                       DISPLAY '<p>approval_id=' wn-appr-change-id
                               '</p>'
                   END-IF

               WHEN OTHER
                   MOVE SPACE TO wc-appr-status
                   EXEC SQL
                       SELECT p.change_params, p.change_status,
                              CASE WHEN p.expires_date
                                        > CURRENT_TIMESTAMP
                                   THEN 'N' ELSE 'Y' END,
                              p.requested_by,
                              TRIM(r.user_firstname) || ' '
                              || TRIM(r.user_lastname),
                              TRIM(a.user_firstname) || ' '
                              || TRIM(a.user_lastname)
                       INTO :wc-appr-stored-params,
                            :wc-appr-status, :wc-appr-expired,
                            :wn-appr-requested-by,
                            :wc-appr-requester-name,
                            :wc-appr-approver-name
                       FROM tbl_pending_change p
                       INNER JOIN tbl_user r
                           ON r.user_id = p.requested_by
                       INNER JOIN tbl_user a
                           ON a.user_id = :wn-requesting-user-id
                       WHERE p.change_id = :wn-appr-change-id
                       AND p.operation_code = :wc-appr-operation
                   END-EXEC
                   EVALUATE TRUE
                       WHEN sqlcode NOT = zero
                           MOVE 'Okänd ändring att godkänna'
                               TO wc-printscr-string
                       WHEN wc-appr-status NOT = 'P'
                           MOVE 'Ändringen är redan avgjord'
                               TO wc-printscr-string
                       WHEN wc-appr-expired = 'Y'
                           MOVE 'Ändringen har gått ut'
                               TO wc-printscr-string
                       WHEN wn-appr-requested-by
                            = wn-requesting-user-id
                           MOVE 'Godkänns av en annan person'
                               TO wc-printscr-string
                       WHEN wc-appr-stored-params
                            NOT = wc-appr-params
                           MOVE 'Uppgifterna skiljer sig'
                               TO wc-printscr-string
                       WHEN OTHER
                           SET is-appr-go TO TRUE
                   END-EVALUATE
                   IF NOT is-appr-go
                       CALL 'stop-printscr' USING wc-printscr-string
                   END-IF

           END-EVALUATE
