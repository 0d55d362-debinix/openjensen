        *>
        *> Copybook close-approval.cpy
        *> Put in the /copy directory.
        *>
        *> Shared four-eyes close - copied once an approved change
        *> (wn-appr-change-id set, check-approval.cpy said go) has
        *> been applied: the pending change is marked applied by
        *> the caller, and the APPROVE audit fields are filled
        *> with both the submitter's and the approver's name for
        *> the program to write inside the same transaction.
        *> Expects approval-vars.cpy, audit-vars.cpy and
        *> wn-requesting-user-id.
        *>
           EXEC SQL
               UPDATE tbl_pending_change
               SET change_status = 'A',
                   decided_by = :wn-requesting-user-id,
                   decided_date = CURRENT_TIMESTAMP
               WHERE change_id = :wn-appr-change-id
               AND change_status = 'P'
           END-EXEC

           MOVE 'APPROVE' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'change_id=' wn-appr-change-id
                  ' ' wc-appr-operation
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'submitted by ' FUNCTION TRIM(wc-appr-requester-name)
                  ' (' wn-appr-requested-by ')'
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'approved by ' FUNCTION TRIM(wc-appr-approver-name)
                  ' (' wn-requesting-user-id ')'
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING
