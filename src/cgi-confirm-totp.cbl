       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Confirms the authenticator device drawn by
       *>          cgi-enrol-totp with the first code from the
       *>          app. The device becomes active - cgi-login
       *>          asks for its code from then on - and ten
       *>          one-time recovery codes are drawn, stored
       *>          salted and hashed in tbl_totp_recovery and
       *>          shown this once. Recorded in tbl_audit.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-confirm-totp.
       *>**************************************************
       ENVIRONMENT DIVISION.
       input-output section.

       file-control.
           SELECT urandomfile ASSIGN TO '/dev/urandom'
              ORGANIZATION IS SEQUENTIAL.

       *>**************************************************
       DATA DIVISION.
       file section.

       FD  urandomfile.
       01  fd-urandom-bytes            PIC X(100).
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-confirm.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-recovery-save-failed-switch PIC X   VALUE 'N'.
                88  is-recovery-save-failed            VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Autentiseringsapp'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database              PIC  X(30).
       01  wc-passwd                PIC  X(10).
       01  wc-username              PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> authorization against tbl_permission - see
       *> copy/check-permission.cpy
       COPY permission-vars.

       *> delegated-authority flag shared by check-permission
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> change history written to tbl_audit - see
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  totp-confirm-rec-vars.
             05  t-code-no              PIC  9(2)  VALUE ZERO.
             05  t-code-hash            PIC  X(48) VALUE SPACE.
             05  wn-staff-cnt           PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the one-time code check - see copy/verify-totp-code.cpy
       COPY totp-vars.

       *> ten recovery codes of ten base32 letters, each letter
       *> one byte from /dev/urandom - stored salted and hashed
       *> like a password, shown once
       01  wr-recovery-vars.
             05  wc-base32-alphabet     PIC  X(32)
                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ234567'.
             05  wc-recovery-code       PIC  X(10) OCCURS 10 TIMES.
             05  wn-code-idx            PIC  9(2) VALUE ZERO.
             05  wn-char-idx            PIC  9(2) VALUE ZERO.
             05  wn-byte-value          PIC  9(3) VALUE ZERO.
             05  wc-code-input          PIC  X(40) VALUE SPACE.
             05  wc-code-salt           PIC  X(16) VALUE SPACE.
             05  wc-code-digest         PIC  X(32) VALUE SPACE.

       01  wc-otp-code                  PIC  X(6)  VALUE SPACE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           *> contains development environment settings for test
           COPY setupenv_openjensen.

           PERFORM A0100-init

           IF is-valid-init

                PERFORM B0100-connect
                IF is-db-connected

                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0200-confirm-device
                    ELSE
                        MOVE 'Behörighet saknas'
                            TO wc-printscr-string
                        CALL 'stop-printscr' USING
                                             wc-printscr-string
                    END-IF

                    PERFORM Z0200-disconnect

                END-IF

           END-IF

           PERFORM C0100-closedown

           GOBACK
           .

       *>**************************************************
       A0100-init.

           *> always send out the Content-Type before any other I/O
           CALL 'wui-print-header' USING wn-rtn-code
           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

           IF wn-rtn-code = ZERO
               PERFORM A0110-init-confirm-action
           END-IF

           .

       *>**************************************************
       A0110-init-confirm-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> the first six-digit code from the app
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'otp_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-otp-code

           IF wc-session-token = SPACE OR wc-otp-code = SPACE
               MOVE 'Ange koden från appen' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               SET is-valid-init TO TRUE
           END-IF

           .

       *>**************************************************
       B0100-connect.

           *>  connect
           MOVE  "openjensen"    TO   wc-database
           MOVE  "jensen"        TO   wc-username
           COPY db-password.
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                            USING :wc-database
           END-EXEC

           IF  SQLSTATE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

           *> resolve the posted session token server-side to
           *> the logged-in caller's user_id and usertype
           COPY resolve-session-token.

           *> an authenticator device is for staff - the usertypes
           *> with a row in tbl_totp_policy
           IF  sqlcode = zero AND wn-requesting-user-id > ZERO
               MOVE ZERO TO wn-staff-cnt
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-staff-cnt
                   FROM tbl_totp_policy
                   WHERE usertype_id = :wn-requesting-usertype-id
               END-EXEC
               IF wn-staff-cnt > ZERO
                   SET is-caller-authorized TO TRUE
               END-IF
           END-IF

           .

       *>**************************************************
       B0200-confirm-device.

           *> checked against the secret still waiting in tbl_totp
           MOVE wn-requesting-user-id TO t-totp-user-id
           MOVE 'P' TO t-totp-status
           MOVE wc-otp-code TO t-totp-code

           COPY verify-totp-code.

           IF wc-totp-ok-flag = 'Y'
               PERFORM B0210-activate-device
           ELSE
               MOVE 'Fel engångskod' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0210-activate-device.

           EXEC SQL
               UPDATE tbl_totp
               SET totp_status = 'A',
                   confirmed_date = CURRENT_TIMESTAMP
               WHERE user_id = :wn-requesting-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                *> enrolled - any grace after a reset is spent
                EXEC SQL
                    UPDATE tbl_user
                    SET totp_grace_until = NULL
                    WHERE user_id = :wn-requesting-user-id
                END-EXEC
                PERFORM B0220-draw-recovery-codes
                PERFORM B0230-save-recovery-code
                    VARYING wn-code-idx FROM 1 BY 1
                    UNTIL wn-code-idx > 10
                       OR is-recovery-save-failed
                IF NOT is-recovery-save-failed
                    PERFORM B0240-write-audit-row
                    PERFORM B0290-commit-work
                    PERFORM B0250-show-recovery-codes
                END-IF
           END-IF

           .

       *>**************************************************
       B0220-draw-recovery-codes.

           *> a new set replaces any left from an earlier device
           EXEC SQL
               DELETE FROM tbl_totp_recovery
               WHERE user_id = :wn-requesting-user-id
           END-EXEC

           OPEN INPUT urandomfile
           READ urandomfile
           END-READ
           CLOSE urandomfile

           PERFORM VARYING wn-code-idx FROM 1 BY 1
               UNTIL wn-code-idx > 10

               PERFORM VARYING wn-char-idx FROM 1 BY 1
                   UNTIL wn-char-idx > 10

                   COMPUTE wn-byte-value = FUNCTION MOD(
                       FUNCTION ORD(fd-urandom-bytes(
                           (wn-code-idx - 1) * 10 + wn-char-idx:1))
                       - 1, 32)
                   MOVE wc-base32-alphabet(wn-byte-value + 1:1)
                        TO wc-recovery-code(wn-code-idx)
                                           (wn-char-idx:1)

               END-PERFORM

           END-PERFORM

           .

       *>**************************************************
       B0230-save-recovery-code.

           *> a blank salt makes hash-password draw a new one
           MOVE wc-recovery-code(wn-code-idx) TO wc-code-input
           MOVE SPACE TO wc-code-salt
           CALL 'hash-password' USING wn-rtn-code
                wc-code-input wc-code-salt wc-code-digest

           MOVE wn-code-idx TO t-code-no
           MOVE SPACE TO t-code-hash
           STRING wc-code-salt wc-code-digest
                  DELIMITED BY SIZE INTO t-code-hash
           END-STRING

           EXEC SQL
               INSERT INTO tbl_totp_recovery
               (user_id, code_no, code_hash)
               VALUES (:wn-requesting-user-id, :t-code-no,
                       :t-code-hash)
           END-EXEC

           IF  sqlcode NOT = zero
                SET is-recovery-save-failed TO TRUE
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
       B0240-write-audit-row.

           MOVE 'cgi-confirm-totp' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'user_id=' wn-requesting-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE 'P' TO t-audit-old
           MOVE 'A - device confirmed, 10 recovery codes'
               TO t-audit-new

           COPY write-audit-row.

           .

       *>**************************************************
       B0250-show-recovery-codes.

           *> shown this once - only their hashes are kept
           DISPLAY '<p>Återställningskoder - spara dem, '
                   'varje kod gäller en gång:</p>'
           DISPLAY '<ol>'
           PERFORM B0255-show-recovery-code
               VARYING wn-code-idx FROM 1 BY 1
               UNTIL wn-code-idx > 10
           DISPLAY '</ol>'

           MOVE 'Enheten är aktiverad' TO wc-printscr-string
           CALL 'ok-printscr' USING wc-printscr-string

           .

       *>**************************************************
       B0255-show-recovery-code.

           DISPLAY '<li>' wc-recovery-code(wn-code-idx) '</li>'

           .

       *>**************************************************
       B0290-commit-work.

           *>  commit work permanently
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

           *> requires the ending dot (and no extension)!
           COPY z0100-error-routine.

           .

       *>**************************************************
       Z0200-disconnect.

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           .

       *>**************************************************
       *> END PROGRAM
