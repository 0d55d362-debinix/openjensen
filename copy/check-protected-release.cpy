        *>
        *> Copybook check-protected-release.cpy
        *> Put in the /copy directory.
        *>
        *> Shared protected-identity gate for outbound files -
        *> leaves wc-protected-release-flag 'Y' when the person in
        *> wn-protected-user-id may go into the file named by
        *> wc-protected-scope: the person is not protected
        *> (tbl_user.user_protected), or an administrator has
        *> granted an override for that file that is neither
        *> withdrawn nor past its date
        *> (cgi-add-protected-override). A failing lookup holds
        *> the person back - refuse on doubt. Expects
        *> protected-vars.cpy in WORKING-STORAGE.
        *>
           MOVE 'N' TO wc-protected-release-flag
           MOVE ZERO TO wn-protected-held-cnt

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-protected-held-cnt
               FROM tbl_user u
               WHERE u.user_id = :wn-protected-user-id
               AND u.user_protected = 'Y'
               AND NOT EXISTS
                   (SELECT 1 FROM tbl_protected_override o
                    WHERE o.user_id = u.user_id
                    AND o.override_scope = :wc-protected-scope
                    AND o.override_revoked = 'N'
                    AND o.override_todate >=
                        TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'))
           END-EXEC

           IF  sqlcode = zero AND wn-protected-held-cnt = ZERO
                MOVE 'Y' TO wc-protected-release-flag
           END-IF
