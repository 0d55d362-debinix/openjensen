        *> the system can be verified before reopening. Expects
        *> maintenance-vars.cpy in WORKING-STORAGE and the usual
        *> wc-session-token / is-db-connected-switch items.
        *> Being the first thing every CGI program does, it also
        *> stamps the caller's session as last used for the
        *> session console (cgi-list-sessions) - at most once a
        *> minute, committed at once since nothing else has been
        *> done on the connection yet.
        *>
           IF wc-session-token NOT = SPACE
               EXEC SQL
                   UPDATE tbl_session
                   SET last_used_date = CURRENT_TIMESTAMP
                   WHERE session_token = :wc-session-token
                   AND session_expiry > CURRENT_TIMESTAMP
                   AND (last_used_date IS NULL
                        OR last_used_date <
                           CURRENT_TIMESTAMP - INTERVAL '1 minute')
               END-EXEC
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF

           MOVE 'N' TO wc-maint-active

           EXEC SQL
