        *>
        *> Copybook totp-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Fields for the shared one-time code check - include
        *> once in WORKING-STORAGE of any program that verifies a
        *> code from a staff member's authenticator app. The
        *> program fills the user, the tbl_totp status to check
        *> against (A at login, P when the first code confirms a
        *> new device) and the six posted digits, then copies
        *> verify-totp-code.cpy; wc-totp-ok-flag comes back Y
        *> when the code is right and has not been used before.
        *>
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  totp-rec-vars.
           05  t-totp-user-id          PIC  9(9)  VALUE ZERO.
           05  t-totp-status           PIC  X(1)  VALUE 'A'.
           05  t-totp-code             PIC  X(6)  VALUE SPACE.
           05  t-totp-step             PIC  9(18) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wc-totp-ok-flag             PIC  X(1)  VALUE 'N'.
