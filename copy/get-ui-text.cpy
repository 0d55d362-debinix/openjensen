        *>
        *> Copybook get-ui-text.cpy
        *> Put in the /copy directory.
        *>
        *> Shared page-text lookup. The program moves its own
        *> Swedish text to wc-ui-text and the text's key to
        *> wc-ui-key; the text on file in tbl_ui_text for
        *> wc-ui-lang - or else the Swedish one on file - takes
        *> its place. With neither on file the program's own text
        *> is left as it is. Expects ui-text-vars.cpy in
        *> WORKING-STORAGE.
        *>
           EXEC SQL
               SELECT text_value
               INTO :wc-ui-found-text
               FROM tbl_ui_text
               WHERE text_key = :wc-ui-key
               AND text_lang IN (:wc-ui-lang, 'sv')
               ORDER BY CASE WHEN text_lang = :wc-ui-lang
                             THEN 0 ELSE 1 END
               LIMIT 1
           END-EXEC

           IF  sqlcode = zero
               MOVE wc-ui-found-text TO wc-ui-text
           END-IF
