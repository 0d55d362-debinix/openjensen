        *>
        *> Copybook get-setting.cpy
        *> Put in the /copy directory.
        *>
        *> Shared settings lookup. Gives the value in force today
        *> for wc-setting-code in wc-setting-value - the value for
        *> the site in wn-setting-ort-id when it has its own, else
        *> the value for all sites. With no value in force
        *> wc-setting-value is left as spaces and the program
        *> keeps its own default; health-check reports the
        *> missing value. Expects setting-vars.cpy in
        *> WORKING-STORAGE and a connected database.
        *>
           MOVE SPACE TO wc-setting-value

           EXEC SQL
               SELECT setting_value
               INTO :wc-setting-value
               FROM v_setting_in_force
               WHERE setting_code = :wc-setting-code
               AND ort_id IN (0, :wn-setting-ort-id)
               ORDER BY ort_id DESC
               LIMIT 1
           END-EXEC

           IF  sqlcode NOT = zero
               MOVE SPACE TO wc-setting-value
           END-IF
