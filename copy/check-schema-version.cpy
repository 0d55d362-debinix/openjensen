        *>
        *> Copybook check-schema-version.cpy
        *> Put in the /copy directory.
        *>
        *> Shared schema guard - reads the newest migration
        *> recorded in tbl_schema_version and compares it with
        *> the one the programs need (wn-schema-required). Leaves
        *> wc-schema-version-flag 'N' when the database is
        *> behind, so the including program can refuse to start
        *> instead of failing later on a missing column. A
        *> database without the register at all predates it and
        *> is behind as well - wn-schema-applied is then zero and
        *> the transaction needs a ROLLBACK before the next
        *> statement. Expects schema-version-vars.cpy in
        *> WORKING-STORAGE.
        *>
           MOVE 'Y' TO wc-schema-version-flag
           MOVE ZERO TO wn-schema-applied

           EXEC SQL
               SELECT COALESCE(MAX(migration_no), 0)
               INTO :wn-schema-applied
               FROM tbl_schema_version
           END-EXEC

           IF  sqlcode NOT = zero
               MOVE ZERO TO wn-schema-applied
               MOVE 'N' TO wc-schema-version-flag
           END-IF

           IF wn-schema-applied < wn-schema-required
               MOVE 'N' TO wc-schema-version-flag
           END-IF
