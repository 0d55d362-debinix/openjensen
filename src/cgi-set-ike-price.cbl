       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Set the monthly inter-municipal compensation
       *>          price a home municipality pays per student -
       *>          municipality (four-digit kommunkod), program_id
       *>          (blank or 0 = any program), month_price in
       *>          kronor and price_from, the month it applies
       *>          from as YYYY-MM (blank = this month), in
       *>          tbl_ike_price. ike-billing-run prices a month by
       *>          the latest price on or before it, for the
       *>          program before any program. Recorded in
       *>          tbl_audit. Guarded by 'ike-billing'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-ike-price.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches-add.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
            03  is-valid-init-switch           PIC X   VALUE 'N'.
                88  is-valid-init                      VALUE 'Y'.
            03  is-caller-authorized-switch    PIC X   VALUE 'N'.
                88  is-caller-authorized               VALUE 'Y'.
            03  is-price-posted-switch         PIC X   VALUE 'N'.
                88  is-price-posted                    VALUE 'Y'.
            03  is-price-found-switch          PIC X   VALUE 'N'.
                88  is-price-found                     VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       *> check the YYYY-MM month posted
       01  wc-date-check           PIC X(10)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Ersättningspris'.

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
       01  price-rec-vars.
             05  t-municipality         PIC  X(4)  VALUE SPACE.
             05  t-program-id           PIC  9(9)  VALUE ZERO.
             05  t-price-from           PIC  X(7)  VALUE SPACE.
             05  t-month-price          PIC  9(7)  VALUE ZERO.
             05  t-old-month-price      PIC  9(7)  VALUE ZERO.
             05  t-program-cnt          PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

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
                        PERFORM B0200-save-price
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

           *> the home municipality, four-digit kommunkod
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'municipality' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:4) TO t-municipality

           *> program_id (optional) - blank or 0 = any program
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'program_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF FUNCTION TRIM(wc-post-value) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-post-value)
                       TO t-program-id
               ELSE
                   MOVE 'X' TO t-municipality
               END-IF
           END-IF

           *> valid from, YYYY-MM (blank = this month)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'price_from' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:7) TO t-price-from
           IF t-price-from NOT = SPACE
               MOVE SPACE TO wc-date-check
               STRING t-price-from '-01'
                      DELIMITED BY SIZE INTO wc-date-check
               END-STRING
               CALL 'is-valid-date' USING wn-rtn-code wc-date-check
               IF wn-rtn-code NOT = ZERO
                   MOVE 'X' TO t-price-from
               END-IF
           END-IF

           *> kronor per student and month (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'month_price' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-month-price
               SET is-price-posted TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN t-municipality = 'X'
                   MOVE 'Ogiltigt program' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-municipality = SPACE
                   MOVE 'Saknar kommunkod' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-municipality IS NOT NUMERIC
                   MOVE 'Ogiltig kommunkod' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-price-from = 'X'
                   MOVE 'Ange månad som ÅÅÅÅ-MM'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN NOT is-price-posted
                   MOVE 'Ange månadspris i kronor'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE

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

           MOVE 'ike-billing' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-price.

           IF t-program-id NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-program-cnt
                   FROM tbl_program
                   WHERE program_id = :t-program-id
               END-EXEC
           ELSE
               MOVE 1 TO t-program-cnt
           END-IF

           IF t-program-cnt = ZERO
               MOVE 'Programmet finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-store-price
           END-IF

           .

       *>**************************************************
       B0210-store-price.

           IF t-price-from = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM')
                   INTO :t-price-from
               END-EXEC
           END-IF

           *> a price already on the month is corrected in place;
           *> otherwise the new price runs from the month on. A
           *> month already billed is recounted at the new price by
           *> the next ike-billing-run and the difference billed as
           *> a correction
           EXEC SQL
               SELECT month_price
               INTO :t-old-month-price
               FROM tbl_ike_price
               WHERE municipality = :t-municipality
               AND program_id = :t-program-id
               AND price_from = :t-price-from
           END-EXEC

           IF sqlcode = zero
               SET is-price-found TO TRUE
               EXEC SQL
                   UPDATE tbl_ike_price
                   SET month_price = :t-month-price,
                       changed_by = :wn-requesting-user-id,
                       changed_date = CURRENT_TIMESTAMP
                   WHERE municipality = :t-municipality
                   AND program_id = :t-program-id
                   AND price_from = :t-price-from
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO tbl_ike_price
                   (municipality, program_id, price_from,
                    month_price, changed_by)
                   VALUES (:t-municipality, :t-program-id,
                           :t-price-from, :t-month-price,
                           :wn-requesting-user-id)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Ersättningspris sparat' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-ike-price' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'municipality=' t-municipality
                  ' program_id=' t-program-id
                  ' from=' t-price-from
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-price-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING 'month_price=' t-old-month-price
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING 'month_price=' t-month-price
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
