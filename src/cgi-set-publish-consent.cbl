       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Give or withdraw a student's consent to one
       *>          optional use of their personal data - photo
       *>          publication (P), the yearbook (Y) or alumni
       *>          contact (A) - in tbl_publish_consent. A linked
       *>          guardian signs while the student is under 18
       *>          (by the pnr, the judgement guardian-expiry
       *>          makes), the student themselves from 18. The
       *>          signer answers online, or staff with
       *>          'publish-consent' register a paper form and
       *>          name the signer (signer_user_id). The answer
       *>          replaces the one in force at once; the change
       *>          goes to tbl_audit.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-publish-consent.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-set.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-student-adult-switch        PIC X   VALUE 'N'.
                88  is-student-adult                   VALUE 'Y'.
            03  is-student-on-file-switch      PIC X   VALUE 'N'.
                88  is-student-on-file                 VALUE 'Y'.
            03  is-signer-valid-switch         PIC X   VALUE 'N'.
                88  is-signer-valid                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Samtycke publicering'.

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
       01  wn-link-cnt                 PIC  9(4) VALUE ZERO.
       01  wn-student-cnt              PIC  9(4) VALUE ZERO.
       01  consent-rec-vars.
             05  t-student-user-id      PIC  9(9) VALUE ZERO.
             05  t-signer-user-id       PIC  9(9) VALUE ZERO.
             05  t-purpose-code         PIC  X(1) VALUE SPACE.
             05  t-consent-given        PIC  X(1) VALUE SPACE.
             05  t-old-consent-given    PIC  X(1) VALUE SPACE.
             05  t-signed-as            PIC  X(1) VALUE SPACE.
             05  t-user-pnr             PIC  X(13) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> age arithmetic - see guardian-expiry
       01  wc-now                   PIC X(21) VALUE SPACE.
       01  wn-cur-yy                PIC 9(2)  VALUE ZERO.
       01  wn-born-yy               PIC 9(2)  VALUE ZERO.
       01  wn-born-year             PIC 9(4)  VALUE ZERO.
       01  wn-birthday18            PIC 9(8)  VALUE ZERO.
       01  wn-today-numeric         PIC 9(8)  VALUE ZERO.

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
                        PERFORM B0200-set-consent
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
               PERFORM A0110-init-set-action
           END-IF

           MOVE FUNCTION CURRENT-DATE TO wc-now
           COMPUTE wn-today-numeric =
               FUNCTION NUMVAL(wc-now(1:8))
           COMPUTE wn-cur-yy = FUNCTION NUMVAL(wc-now(3:2))

           .

       *>**************************************************
       A0110-init-set-action.

           *> session token issued by cgi-login
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           *> which student, when a guardian or staff answers
           *> (otherwise the session decides)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'student_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-student-user-id
           END-IF

           *> who signed the paper form - staff only
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'signer_user_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value)
                    TO t-signer-user-id
           END-IF

           *> P photo publication, Y yearbook, A alumni contact
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'purpose' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:1))
                TO t-purpose-code

           *> Y given, N withdrawn
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'consent' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:1))
                TO t-consent-given

           IF wc-session-token NOT = SPACE
              AND (t-purpose-code = 'P' OR t-purpose-code = 'Y'
                   OR t-purpose-code = 'A')
              AND (t-consent-given = 'Y' OR t-consent-given = 'N')
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Ogiltigt samtycke' TO wc-printscr-string
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

           *> a student or guardian answers for themselves and
           *> signs; staff with 'publish-consent' register a
           *> paper form for the signer it names. Whether the
           *> signer may sign is B0210's question
           COPY resolve-session-token.

           IF wn-requesting-user-id > ZERO

               EVALUATE wn-requesting-usertype-id
                   WHEN 1
                       MOVE wn-requesting-user-id
                           TO t-student-user-id
                       MOVE wn-requesting-user-id
                           TO t-signer-user-id
                       SET is-caller-authorized TO TRUE
                   WHEN 8
                       MOVE wn-requesting-user-id
                           TO t-signer-user-id
                       SET is-caller-authorized TO TRUE
                   WHEN OTHER
                       MOVE 'publish-consent'
                           TO wc-permission-function

                       COPY check-permission.
               END-EVALUATE

           END-IF

           .

       *>**************************************************
       B0110-judge-student-age.

           *> the canonical pnr is YYMMDD-NNNN; a two-digit year
           *> at or below the current one means this century -
           *> the same rule guardian-expiry applies
           MOVE 'N' TO is-student-adult-switch

           IF t-user-pnr(1:6) IS NUMERIC

               COMPUTE wn-born-yy =
                   FUNCTION NUMVAL(t-user-pnr(1:2))

               IF wn-born-yy <= wn-cur-yy
                   COMPUTE wn-born-year = 2000 + wn-born-yy
               ELSE
                   COMPUTE wn-born-year = 1900 + wn-born-yy
               END-IF

               COMPUTE wn-birthday18 =
                   (wn-born-year + 18) * 10000
                   + FUNCTION NUMVAL(t-user-pnr(3:4))

               IF wn-birthday18 <= wn-today-numeric
                   SET is-student-adult TO TRUE
               END-IF

           END-IF

           .

       *>**************************************************
       B0200-set-consent.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(user_pnr), '')
               INTO :wn-student-cnt, :t-user-pnr
               FROM tbl_user
               WHERE user_id = :t-student-user-id
               AND usertype_id = 1
           END-EXEC

           IF  sqlcode = zero AND wn-student-cnt > ZERO
                SET is-student-on-file TO TRUE
                PERFORM B0110-judge-student-age
                PERFORM B0210-check-signer
           END-IF

           EVALUATE TRUE
               WHEN NOT is-student-on-file
                   MOVE 'Okänd elev' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-signer-valid AND is-student-adult
                   MOVE 'Eleven själv skriver under från 18'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-signer-valid
                   MOVE 'Vårdnadshavare skriver under'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0220-save-consent
           END-EVALUATE

           .

       *>**************************************************
       B0210-check-signer.

           *> from 18 the student alone, before that a guardian
           *> linked to the student
           IF is-student-adult
               IF t-signer-user-id = t-student-user-id
                   MOVE 'S' TO t-signed-as
                   SET is-signer-valid TO TRUE
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-link-cnt
                   FROM tbl_guardian_student
                   WHERE guardian_user_id = :t-signer-user-id
                   AND student_user_id = :t-student-user-id
               END-EXEC
               IF  sqlcode = zero AND wn-link-cnt > ZERO
                   MOVE 'G' TO t-signed-as
                   SET is-signer-valid TO TRUE
               END-IF
           END-IF

           .

       *>**************************************************
       B0220-save-consent.

           MOVE '-' TO t-old-consent-given

           EXEC SQL
               SELECT consent_given
               INTO :t-old-consent-given
               FROM tbl_publish_consent
               WHERE student_user_id = :t-student-user-id
               AND purpose_code = :t-purpose-code
           END-EXEC

           *> the answer in force is replaced - a withdrawal
           *> holds from this moment
           EXEC SQL
               INSERT INTO tbl_publish_consent
               (student_user_id, purpose_code, consent_given,
                signed_by, signed_as, registered_by)
               VALUES (:t-student-user-id, :t-purpose-code,
                       :t-consent-given, :t-signer-user-id,
                       :t-signed-as, :wn-requesting-user-id)
               ON CONFLICT (student_user_id, purpose_code)
               DO UPDATE SET consent_given = :t-consent-given,
                             signed_by = :t-signer-user-id,
                             signed_as = :t-signed-as,
                             consent_date = CURRENT_TIMESTAMP,
                             registered_by = :wn-requesting-user-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                IF t-consent-given = 'Y'
                    MOVE 'Samtycke registrerat'
                        TO wc-printscr-string
                ELSE
                    MOVE 'Samtycket är återkallat'
                        TO wc-printscr-string
                END-IF
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-set-publish-consent' TO t-audit-program
           MOVE 'EDIT' TO t-audit-action
           MOVE SPACE TO t-audit-key
           STRING 'student=' t-student-user-id
                  ' purpose=' t-purpose-code
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           MOVE SPACE TO t-audit-old
           STRING 'consent=' t-old-consent-given
                  DELIMITED BY SIZE INTO t-audit-old
           END-STRING
           MOVE SPACE TO t-audit-new
           STRING 'consent=' t-consent-given
                  ' signed=' t-signer-user-id
                  ' as=' t-signed-as
                  DELIMITED BY SIZE INTO t-audit-new
           END-STRING

           COPY write-audit-row.

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
