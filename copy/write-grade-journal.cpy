        *> transaction. The hourly grade-journal-export batch
        *> carries the rows into the append-only journal file
        *> that restore-backup can replay up to a timestamp.
        *> Every journaled grade change is also a change event
        *> (kind grade, the journal action, the grade id) for the
        *> systems that follow tbl_change_event - see
        *> write-change-event.cpy.
        *> Expects grade-journal-vars.cpy in WORKING-STORAGE,
        *> filled by the including program.
        *>

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    INSERT INTO tbl_change_event
                    (event_id, event_kind, event_action, event_key,
                     user_id, changed_by)
                    VALUES (nextval('tbl_change_event_event_id_seq'),
                            'grade', :j-action,
                            'grade_id=' ||
                            LPAD(CAST(:j-grade-id AS TEXT), 9, '0'),
                            :j-user-id, :j-graded-by)
                END-EXEC
                IF  sqlcode NOT = zero
                     PERFORM Z0100-error-routine
                END-IF
           END-IF
