        *>
        *> Copybook record-bulk-row.cpy
        *> Put in the /copy directory.
        *>
        *> Shared bulk-operation row write - one row in
        *> tbl_bulk_operation_row for the row just created or the
        *> field just changed, under the operation in b-op-id.
        *> Performed in the same transaction as the write it
        *> records. The row fields are cleared afterwards, so the
        *> next row starts blank. Expects bulk-op-vars.cpy in
        *> WORKING-STORAGE, filled by the including program.
        *>
           EXEC SQL
               INSERT INTO tbl_bulk_operation_row
               (row_id, op_id, table_name, row_action, key_id,
                key_id2, key_text, field_name, old_value,
                new_value)
               VALUES
               (nextval('tbl_bulk_operation_row_row_id_seq'),
                :b-op-id, :b-table-name, :b-row-action,
                :b-key-id, :b-key-id2, :b-key-text,
                :b-field-name, :b-old-value, :b-new-value)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF

           INITIALIZE bulk-op-row-vars
