       *>          keep as the session cookie; every protected
       *>          program resolves it back to user_id/usertype
       *>          via resolve-session-token instead of trusting
       *>          a user id posted from the form. Staff with
       *>          an authenticator device on file (tbl_totp)
       *>          post its six-digit code as otp_code as well -
       *>          or one of their recovery codes - and a
       *>          usertype tbl_totp_policy makes it mandatory
       *>          for cannot log in without a device. The
       *>          fifth miss in a row locks the account and
       *>          ends its open sessions.
       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: One-time code as second step for staff.
       *>       0.3: Lockout ends the open sessions; record address.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-login.
                88  is-password-correct                VALUE 'Y'.
            03  is-account-locked-switch       PIC X   VALUE 'N'.
                88  is-account-locked                  VALUE 'Y'.
            03  is-second-factor-ok-switch     PIC X   VALUE 'N'.
                88  is-second-factor-ok                VALUE 'Y'.

       *> each switch monitors one received POST name-value pair
       01  sub-init-swithes.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  login-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-username       PIC  X(40) VALUE SPACE.
             05  t-user-password       PIC  X(48) VALUE SPACE.
             05  t-user-usertype-id    PIC  9(9) VALUE ZERO.
       01  t-session-token            PIC  X(32) VALUE SPACE.
       01  t-failure-id               PIC  9(9) VALUE ZERO.
       01  t-source-addr              PIC  X(40) VALUE SPACE.
       01  wn-requesting-user-id      PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the second step - the user's device and what the
       *> policy for their usertype demands
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  second-factor-rec-vars.
             05  t-totp-required       PIC  X(1) VALUE 'N'.
             05  t-totp-state          PIC  X(1) VALUE '-'.
             05  t-totp-grace          PIC  X(1) VALUE 'N'.
             05  t-recovery-no         PIC  9(2) VALUE ZERO.
             05  t-recovery-hash       PIC  X(48) VALUE SPACE.
             05  t-recovery-used-no    PIC  9(2) VALUE ZERO.
             05  t-recovery-left       PIC  9(2) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the one-time code check - see copy/verify-totp-code.cpy
       COPY totp-vars.

       *> the lockout event lands in tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.
       *> posted credentials
       01  wc-login-username        PIC  X(40) VALUE SPACE.
       01  wc-login-password        PIC  X(40) VALUE SPACE.
       01  wc-login-otp             PIC  X(40) VALUE SPACE.

       *> the salt and hash halves of the stored user_password,
       *> and the hash recomputed from the posted password
                        END-IF

                        IF is-password-correct
                            PERFORM B0370-check-second-factor
                            IF is-second-factor-ok
                                PERFORM B0400-create-session
                            END-IF
                        ELSE
                            PERFORM B0350-record-failure
                            MOVE 'Fel användarnamn eller lösenord'
               SET is-valid-init-passwd TO TRUE
           END-IF

           *> the authenticator code or a recovery code - only
           *> asked of staff who have a device on file
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'otp_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-login-otp

           *> both must be valid
           IF is-valid-init-name AND is-valid-init-passwd
               SET is-valid-init TO TRUE
                       SET account_locked = 'Y'
                       WHERE user_id = :t-user-id
                   END-EXEC
                   *> someone may already be in with the password
                   EXEC SQL
                       DELETE FROM tbl_session
                       WHERE user_id = :t-user-id
                   END-EXEC
                   PERFORM B0360-write-lockout-audit
               END-IF


           .

       *>**************************************************
       B0370-check-second-factor.

           *> a user with an active authenticator device must give
           *> its code as well; a usertype the policy covers must
           *> have one, unless an administrator's reset has left a
           *> day's grace to log in and enrol a new device
           MOVE 'N' TO t-totp-required
           MOVE '-' TO t-totp-state
           MOVE 'N' TO t-totp-grace

           EXEC SQL
               SELECT COALESCE(p.totp_required, 'N'),
                      COALESCE(t.totp_status, '-'),
                      CASE WHEN u.totp_grace_until > CURRENT_TIMESTAMP
                           THEN 'Y' ELSE 'N' END
               INTO :t-totp-required, :t-totp-state, :t-totp-grace
               FROM tbl_user u
               LEFT JOIN tbl_totp t
                   ON t.user_id = u.user_id
               LEFT JOIN tbl_totp_policy p
                   ON p.usertype_id = u.usertype_id
               WHERE u.user_id = :t-user-id
           END-EXEC

           EVALUATE TRUE
               WHEN t-totp-state = 'A' AND wc-login-otp = SPACE
                   *> the PHP layer asks for the code and posts
                   *> the whole form again
                   MOVE 'Ange engångskod' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
                   DISPLAY '<p>login_otp_required</p>'
               WHEN t-totp-state = 'A'
                   PERFORM B0375-verify-second-factor
               WHEN t-totp-required = 'Y' AND t-totp-grace = 'N'
                   MOVE 'Tvåstegsinloggning krävs'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
                   DISPLAY '<p>login_otp_enrol_required</p>'
               WHEN OTHER
                   SET is-second-factor-ok TO TRUE
           END-EVALUATE

           .

       *>**************************************************
       B0375-verify-second-factor.

           *> six characters is the app's code, anything longer
           *> one of the ten recovery codes handed out at enrolment
           MOVE t-user-id TO t-totp-user-id
           MOVE 'A' TO t-totp-status
           MOVE wc-login-otp TO t-totp-code

           IF wc-login-otp(7:34) = SPACE
               COPY verify-totp-code.
           ELSE
               PERFORM B0380-use-recovery-code
           END-IF

           IF wc-totp-ok-flag = 'Y'
               SET is-second-factor-ok TO TRUE
           ELSE
               *> a wrong code counts as a miss like a wrong
               *> password - a phished password alone gets nowhere
               PERFORM B0350-record-failure
               MOVE 'Fel engångskod' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               DISPLAY '<p>login_failed</p>'
           END-IF

           .

       *>**************************************************
       B0380-use-recovery-code.

           *> every unused code is tried with its own salt - there
           *> are never more than ten
           MOVE 'N' TO wc-totp-ok-flag
           MOVE ZERO TO t-recovery-used-no

           EXEC SQL
               DECLARE cursrecovery CURSOR FOR
               SELECT code_no, code_hash
               FROM tbl_totp_recovery
               WHERE user_id = :t-user-id
               AND used_date IS NULL
               ORDER BY code_no
           END-EXEC

           EXEC SQL
               OPEN cursrecovery
           END-EXEC

           EXEC SQL
               FETCH cursrecovery INTO :t-recovery-no,
                                       :t-recovery-hash
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR wc-totp-ok-flag = 'Y'

               PERFORM B0385-compare-recovery-code

               EXEC SQL
                   FETCH cursrecovery INTO :t-recovery-no,
                                           :t-recovery-hash
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE cursrecovery
           END-EXEC

           IF wc-totp-ok-flag = 'Y'
               PERFORM B0390-spend-recovery-code
           END-IF

           .

       *>**************************************************
       B0385-compare-recovery-code.

           *> stored like user_password - salt, then hash
           MOVE t-recovery-hash(1:16)  TO wc-password-salt
           MOVE t-recovery-hash(17:32) TO wc-stored-hash

           CALL 'hash-password' USING wn-rtn-code
                wc-login-otp wc-password-salt wc-computed-hash

           IF wc-computed-hash = wc-stored-hash
               MOVE 'Y' TO wc-totp-ok-flag
               MOVE t-recovery-no TO t-recovery-used-no
           END-IF

           .

       *>**************************************************
       B0390-spend-recovery-code.

           *> a recovery code works once - its use is an event the
           *> administrator should see in cgi-list-audit
           EXEC SQL
               UPDATE tbl_totp_recovery
               SET used_date = CURRENT_TIMESTAMP
               WHERE user_id = :t-user-id
               AND code_no = :t-recovery-used-no
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-recovery-left
               FROM tbl_totp_recovery
               WHERE user_id = :t-user-id
               AND used_date IS NULL
           END-EXEC

           MOVE t-user-id TO wn-requesting-user-id
           MOVE 'cgi-login' TO t-audit-program
           MOVE 'RECOVERY' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'user_id=' t-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE '-' TO t-audit-old
           MOVE SPACE TO t-audit-new
           STRING 'recovery code ' t-recovery-used-no ' used, '
                  t-recovery-left ' left'
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

           *> the PHP layer warns when the codes run low
           DISPLAY '<p>recovery_codes_left=' t-recovery-left '</p>'

           .

       *>**************************************************
       B0400-create-session.


           MOVE wc-token-hash TO t-session-token

           *> the address shows in the session console
           ACCEPT t-source-addr FROM ENVIRONMENT 'REMOTE_ADDR'

           *> eight hours covers a school day with margin
           EXEC SQL
               INSERT INTO tbl_session
               (session_token, user_id, session_expiry,
                last_used_date, source_addr)
               VALUES (:t-session-token, :t-user-id,
                       CURRENT_TIMESTAMP + INTERVAL '8 hours',
                       CURRENT_TIMESTAMP, :t-source-addr)
           END-EXEC

           IF  sqlcode NOT = zero
