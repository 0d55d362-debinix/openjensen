        *>
        *> Copybook write-change-event.cpy
        *> Put in the /copy directory.
        *>
        *> Shared change-event write - one row in tbl_change_event
        *> per business change, for the systems that follow our
        *> changes through cgi-api-events. Performed inside the
        *> same transaction as the change, after its audit row,
        *> so the event commits or rolls back together with what
        *> it describes. The changer is wn-requesting-user-id
        *> (zero for a batch). Expects event-vars.cpy in
        *> WORKING-STORAGE, filled by the including program.
        *>
           EXEC SQL
               INSERT INTO tbl_change_event
               (event_id, event_kind, event_action, event_key,
                user_id, changed_by)
               VALUES (nextval('tbl_change_event_event_id_seq'),
                       :t-event-kind, :t-event-action,
                       :t-event-key, :t-event-user-id,
                       :wn-requesting-user-id)
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           END-IF
