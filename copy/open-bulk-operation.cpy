        *>
        *> Copybook open-bulk-operation.cpy
        *> Put in the /copy directory.
        *>
        *> Shared bulk-operation open - draws the operation number
        *> into b-op-id and registers the operation in
        *> tbl_bulk_operation under the program in b-op-program
        *> and the caller in wn-requesting-user-id (zero for a
        *> batch). Performed once per submission, before the
        *> first row is written, in the same transaction as that
        *> row. Expects bulk-op-vars.cpy in WORKING-STORAGE.
        *>
           EXEC SQL
               SELECT nextval('tbl_bulk_operation_op_id_seq')
               INTO :b-op-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_bulk_operation
               (op_id, op_program, op_user_id)
               VALUES (:b-op-id, :b-op-program,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF
