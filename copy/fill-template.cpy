        *>
        *> Copybook fill-template.cpy
        *> Put in the /copy directory.
        *>
        *> Shared message-template routine. Reads the current
        *> version (or wn-tpl-want-version when not zero) of
        *> template wc-tpl-key in language wc-tpl-lang from
        *> tbl_message_template, falling back to the Swedish
        *> text, and replaces the placeholders in subject and
        *> body with the values in template-values. The result
        *> is left in wc-tpl-subject and wc-tpl-body, its version
        *> in wn-tpl-version, and wc-tpl-found-flag is 'Y'. With
        *> no template on file the flag is 'N', the version zero,
        *> and the program uses its own built-in text. An
        *> unknown placeholder is left as written. Expects
        *> template-vars.cpy in WORKING-STORAGE.
        *>
           MOVE 'N' TO wc-tpl-found-flag
           MOVE ZERO TO wn-tpl-version
           IF wc-tpl-lang = SPACE
               MOVE 'sv' TO wc-tpl-lang
           END-IF

           EXEC SQL
               SELECT template_subject, template_body,
                      template_version
               INTO :wc-tpl-subject, :wc-tpl-body,
                    :wn-tpl-version
               FROM tbl_message_template
               WHERE template_key = :wc-tpl-key
               AND template_lang IN (:wc-tpl-lang, 'sv')
               AND (:wn-tpl-want-version = 0
                    OR template_version = :wn-tpl-want-version)
               ORDER BY CASE WHEN template_lang = :wc-tpl-lang
                             THEN 0 ELSE 1 END,
                        template_version DESC
               LIMIT 1
           END-EXEC

           IF  sqlcode = zero
               MOVE 'Y' TO wc-tpl-found-flag
           ELSE
               MOVE ZERO TO wn-tpl-version
           END-IF

           IF wc-tpl-found-flag = 'Y'

               *> pass 1 fills the subject, pass 2 the body
               PERFORM VARYING wn-tpl-pass FROM 1 BY 1
                   UNTIL wn-tpl-pass > 2

                   IF wn-tpl-pass = 1
                       MOVE wc-tpl-subject TO wc-tpl-source
                   ELSE
                       MOVE wc-tpl-body TO wc-tpl-source
                   END-IF

                   MOVE SPACE TO wc-tpl-result
                   MOVE ZERO TO wn-tpl-out
                   MOVE ZERO TO wn-tpl-src-len
                   IF wc-tpl-source NOT = SPACE
                       MOVE FUNCTION LENGTH(
                            FUNCTION TRIM(wc-tpl-source TRAILING))
                            TO wn-tpl-src-len
                   END-IF

                   PERFORM VARYING wn-tpl-idx FROM 1 BY 1
                       UNTIL wn-tpl-idx > wn-tpl-src-len

                       *> a placeholder is {name} - at most nine
                       *> characters between the braces
                       MOVE ZERO TO wn-tpl-close
                       IF wc-tpl-source(wn-tpl-idx:1) = '{'
                           PERFORM VARYING wn-tpl-tok-len
                               FROM 2 BY 1
                               UNTIL wn-tpl-tok-len > 10
                               OR wn-tpl-close > ZERO
                               OR wn-tpl-idx + wn-tpl-tok-len - 1
                                  > wn-tpl-src-len
                               IF wc-tpl-source(wn-tpl-idx
                                    + wn-tpl-tok-len - 1:1) = '}'
                                   MOVE wn-tpl-tok-len
                                        TO wn-tpl-close
                               END-IF
                           END-PERFORM
                       END-IF

                       IF wn-tpl-close > 2
                           MOVE SPACE TO wc-tpl-value
                           EVALUATE wc-tpl-source(wn-tpl-idx + 1:
                                                  wn-tpl-close - 2)
                               WHEN 'namn'
                                   MOVE wc-tpl-name TO wc-tpl-value
                               WHEN 'kurs'
                                   MOVE wc-tpl-course
                                        TO wc-tpl-value
                               WHEN 'datum'
                                   MOVE wc-tpl-date TO wc-tpl-value
                               WHEN 'belopp'
                                   MOVE FUNCTION TRIM(wn-tpl-amount)
                                        TO wc-tpl-value
                               WHEN 'antal'
                                   MOVE FUNCTION TRIM(wn-tpl-count)
                                        TO wc-tpl-value
                               WHEN 'antal2'
                                   MOVE FUNCTION TRIM(wn-tpl-count2)
                                        TO wc-tpl-value
                               WHEN 'kod'
                                   MOVE wc-tpl-code TO wc-tpl-value
                               WHEN 'text'
                                   MOVE wc-tpl-text TO wc-tpl-value
                               WHEN OTHER
                                   MOVE ZERO TO wn-tpl-close
                           END-EVALUATE
                       END-IF

                       IF wn-tpl-close > 2
                           *> the value in place of the placeholder
                           MOVE ZERO TO wn-tpl-val-len
                           IF wc-tpl-value NOT = SPACE
                               MOVE FUNCTION LENGTH(
                                    FUNCTION TRIM(wc-tpl-value
                                                  TRAILING))
                                    TO wn-tpl-val-len
                           END-IF
                           IF wn-tpl-out + wn-tpl-val-len > 240
                               COMPUTE wn-tpl-val-len =
                                   240 - wn-tpl-out
                           END-IF
                           IF wn-tpl-val-len > ZERO
                               MOVE wc-tpl-value(1:wn-tpl-val-len)
                                 TO wc-tpl-result(wn-tpl-out + 1:
                                                  wn-tpl-val-len)
                               ADD wn-tpl-val-len TO wn-tpl-out
                           END-IF
                           ADD wn-tpl-close TO wn-tpl-idx
                           SUBTRACT 1 FROM wn-tpl-idx
                       ELSE
                           IF wn-tpl-out < 240
                               ADD 1 TO wn-tpl-out
                               MOVE wc-tpl-source(wn-tpl-idx:1)
                                 TO wc-tpl-result(wn-tpl-out:1)
                           END-IF
                       END-IF

                   END-PERFORM

                   IF wn-tpl-pass = 1
                       MOVE wc-tpl-result TO wc-tpl-subject
                   ELSE
                       MOVE wc-tpl-result TO wc-tpl-body
                   END-IF

               END-PERFORM

           END-IF
