        *>
        *> Copybook get-ui-language.cpy
        *> Put in the /copy directory.
        *>
        *> Shared language lookup - leaves the logged-in caller's
        *> tbl_user.user_language, found from wc-session-token,
        *> in wc-ui-lang and in wc-ui-page-lang for
        *> wui-start-html. No token or no valid session means
        *> Swedish. Expects ui-text-vars.cpy in WORKING-STORAGE
        *> and wc-session-token as a host variable.
        *>
           MOVE 'sv' TO wc-ui-lang

           IF wc-session-token NOT = SPACE
               EXEC SQL
                   SELECT u.user_language
                   INTO :wc-ui-lang
                   FROM tbl_session s
                   INNER JOIN tbl_user u
                   ON u.user_id = s.user_id
                   WHERE s.session_token = :wc-session-token
                   AND s.session_expiry > CURRENT_TIMESTAMP
               END-EXEC

               IF  sqlcode NOT = zero OR wc-ui-lang = SPACE
                   MOVE 'sv' TO wc-ui-lang
               END-IF
           END-IF

           MOVE wc-ui-lang TO wc-ui-page-lang
