       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: A staff member registers an authenticator
       *>          app for the second login step: a new random
       *>          secret is drawn into tbl_totp, waiting for
       *>          the first code (cgi-confirm-totp), and shown
       *>          base32-encoded with its otpauth:// address
       *>          for the app's QR scan. Staff usertypes only -
       *>          those in tbl_totp_policy. An active device is
       *>          not replaced here; an administrator clears a
       *>          lost one with cgi-reset-totp.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-enrol-totp.
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
       01  fd-urandom-bytes            PIC X(20).
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-enrol.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.

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
       01  totp-enrol-rec-vars.
             05  t-user-username        PIC  X(40) VALUE SPACE.
             05  t-old-status           PIC  X(1)  VALUE '-'.
             05  t-totp-secret          PIC  X(40) VALUE SPACE.
             05  wn-staff-cnt           PIC  9(4)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the secret is 20 bytes from the kernel's /dev/urandom -
       *> kept hex-encoded in tbl_totp, shown base32-encoded
       *> (RFC 4648) as the authenticator apps expect it
       01  wr-secret-vars.
             05  wc-hex-digits          PIC  X(16)
                                        VALUE '0123456789ABCDEF'.
             05  wc-base32-alphabet     PIC  X(32)
                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ234567'.
             05  wc-base32-secret       PIC  X(32) VALUE SPACE.
             05  wn-byte-idx            PIC  9(2) VALUE ZERO.
             05  wn-byte-value          PIC  9(3) VALUE ZERO.
             05  wn-hex-high            PIC  9(2) VALUE ZERO.
             05  wn-hex-low             PIC  9(2) VALUE ZERO.
             05  wn-hex-pos             PIC  9(2) VALUE ZERO.
             05  wn-group-idx           PIC  9(2) VALUE ZERO.
             05  wn-group-value         PIC  9(13) VALUE ZERO.
             05  wn-group-quot          PIC  9(13) VALUE ZERO.
             05  wn-char-idx            PIC  S9(2) VALUE ZERO.
             05  wn-base32-digit        PIC  9(2) VALUE ZERO.

       *> escaped text for the page
       01  wc-escape-input          PIC X(240) VALUE SPACE.
       01  wc-escaped-username      PIC X(480) VALUE SPACE.

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
                        PERFORM B0200-enrol-device
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
               PERFORM A0110-init-enrol-action
           END-IF

           .

       *>**************************************************
       A0110-init-enrol-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
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
       B0200-enrol-device.

           EXEC SQL
               SELECT u.user_username, COALESCE(t.totp_status, '-')
               INTO :t-user-username, :t-old-status
               FROM tbl_user u
               LEFT JOIN tbl_totp t
                   ON t.user_id = u.user_id
               WHERE u.user_id = :wn-requesting-user-id
           END-EXEC

           *> a stolen session must not be able to swap the
           *> device - an active one is cleared by an
           *> administrator (cgi-reset-totp) first
           IF t-old-status = 'A'
               MOVE 'Enheten finns redan' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-draw-secret
               PERFORM B0220-save-secret
           END-IF

           .

       *>**************************************************
       B0210-draw-secret.

           OPEN INPUT urandomfile
           READ urandomfile
           END-READ
           CLOSE urandomfile

           MOVE SPACE TO t-totp-secret
           MOVE 1 TO wn-hex-pos

           PERFORM VARYING wn-byte-idx FROM 1 BY 1
               UNTIL wn-byte-idx > 20

               COMPUTE wn-byte-value =
                   FUNCTION ORD(fd-urandom-bytes(wn-byte-idx:1))
                   - 1
               COMPUTE wn-hex-high = wn-byte-value / 16
               COMPUTE wn-hex-low =
                   FUNCTION MOD(wn-byte-value, 16)
               MOVE wc-hex-digits(wn-hex-high + 1:1)
                    TO t-totp-secret(wn-hex-pos:1)
               ADD 1 TO wn-hex-pos
               MOVE wc-hex-digits(wn-hex-low + 1:1)
                    TO t-totp-secret(wn-hex-pos:1)
               ADD 1 TO wn-hex-pos

           END-PERFORM

           MOVE SPACE TO wc-base32-secret
           PERFORM B0215-encode-base32-group
               VARYING wn-group-idx FROM 1 BY 1
               UNTIL wn-group-idx > 4

           .

       *>**************************************************
       B0215-encode-base32-group.

           *> five bytes are forty bits - eight base32 letters
           MOVE ZERO TO wn-group-value

           PERFORM VARYING wn-byte-idx FROM 1 BY 1
               UNTIL wn-byte-idx > 5

               COMPUTE wn-byte-value =
                   FUNCTION ORD(fd-urandom-bytes(
                       (wn-group-idx - 1) * 5 + wn-byte-idx:1)) - 1
               COMPUTE wn-group-value =
                   wn-group-value * 256 + wn-byte-value

           END-PERFORM

           PERFORM VARYING wn-char-idx FROM 8 BY -1
               UNTIL wn-char-idx < 1

               DIVIDE wn-group-value BY 32
                   GIVING wn-group-quot
                   REMAINDER wn-base32-digit
               MOVE wn-group-quot TO wn-group-value
               MOVE wc-base32-alphabet(wn-base32-digit + 1:1)
                    TO wc-base32-secret(
                       (wn-group-idx - 1) * 8 + wn-char-idx:1)

           END-PERFORM

           .

       *>**************************************************
       B0220-save-secret.

           *> a device drawn earlier but never confirmed is
           *> simply replaced
           EXEC SQL
               DELETE FROM tbl_totp
               WHERE user_id = :wn-requesting-user-id
           END-EXEC

           EXEC SQL
               INSERT INTO tbl_totp
               (user_id, totp_secret, totp_status)
               VALUES (:wn-requesting-user-id, :t-totp-secret, 'P')
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                PERFORM B0240-show-secret
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-enrol-totp' TO t-audit-program
           MOVE 'ADD' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'user_id=' wn-requesting-user-id
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE t-old-status TO t-audit-old
           MOVE 'authenticator secret drawn - to confirm'
               TO t-audit-new

           COPY write-audit-row.

           .

       *>**************************************************
       B0240-show-secret.

           *> typed into the app by hand, or scanned as the QR
           *> code the PHP layer draws from the otpauth address;
           *> the first code confirms it in cgi-confirm-totp
           MOVE t-user-username TO wc-escape-input
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-escaped-username
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input(1:40) wc-escaped-username

           DISPLAY '<p>totp_secret=' wc-base32-secret '</p>'
           DISPLAY '<p>otpauth_uri=otpauth://totp/OpenJensen:'
                   FUNCTION TRIM(wc-escaped-username)
                   '?secret=' wc-base32-secret
                   '&amp;issuer=OpenJensen&amp;digits=6'
                   '&amp;period=30</p>'

           MOVE 'Bekräfta med första koden'
               TO wc-printscr-string
           CALL 'ok-printscr' USING wc-printscr-string

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
