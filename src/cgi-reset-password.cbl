       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: End the user's open sessions on a reset.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-reset-password.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  t-reset-token            PIC  X(32) VALUE SPACE.
       01  t-user-id                PIC  9(9) VALUE ZERO.
       01  t-user-password          PIC  X(48) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> whoever is in on the old password is out
                EXEC SQL
                    DELETE FROM tbl_session
                    WHERE user_id = :t-user-id
                END-EXEC
                PERFORM B0310-burn-token
           END-IF

