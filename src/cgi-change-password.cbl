       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: End the user's other sessions on a change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-change-password.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> a password changed after a suspected leak must
                *> shut out whoever used the old one - every other
                *> session goes, the one making the change stays
                EXEC SQL
                    DELETE FROM tbl_session
                    WHERE user_id = :wn-requesting-user-id
                    AND session_token <> :wc-session-token
                END-EXEC
                PERFORM B0230-commit-work
                MOVE 'Lösenordet är bytt' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
