       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Register a course-book copy the school owns -
       *>          copy_identifier (the tag it is lent out under,
       *>          item_type 'bok' in cgi-add-loan), isbn of a
       *>          title set up in cgi-set-course-book and ort_id
       *>          of the site whose shelf it stands on. A known
       *>          copy is moved to the posted site; action=retire
       *>          takes a lost or worn-out copy out of the stock
       *>          course-book-order counts. Recorded in tbl_audit.
       *>          Guarded by 'course-books'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-book-copy.
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
            03  is-retire-action-switch        PIC X   VALUE 'N'.
                88  is-retire-action                   VALUE 'Y'.
            03  is-copy-found-switch           PIC X   VALUE 'N'.
                88  is-copy-found                      VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Bokexemplar'.

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
       01  bookcopy-rec-vars.
             05  t-copy-identifier      PIC  X(30) VALUE SPACE.
             05  t-book-id              PIC  9(9)  VALUE ZERO.
             05  t-book-isbn            PIC  X(20) VALUE SPACE.
             05  t-ort-id               PIC  9(4)  VALUE ZERO.
             05  t-copy-status          PIC  X(1)  VALUE 'A'.
       01  bookcopy-old-vars.
             05  t-old-book-id          PIC  9(9)  VALUE ZERO.
             05  t-old-ort-id           PIC  9(4)  VALUE ZERO.
             05  t-old-status           PIC  X(1)  VALUE SPACE.
       01  t-ort-cnt                   PIC  9(4)  VALUE ZERO.
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
                        PERFORM B0200-save-book-copy
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

           *> the tag on the copy (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'copy_identifier' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:30) TO t-copy-identifier

           *> which title it is (required unless retiring)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'isbn' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:20) TO t-book-isbn

           *> the site whose shelf it stands on
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'ort_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
              AND FUNCTION TRIM(wc-post-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(wc-post-value) TO t-ort-id
           END-IF

           *> retire to take the copy out of stock
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'retire'
               SET is-retire-action TO TRUE
               MOVE 'X' TO t-copy-status
           END-IF

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar sessionsnyckel'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-copy-identifier = SPACE
                   MOVE 'Ange exemplarets märkning'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-retire-action
                   SET is-valid-init TO TRUE
               WHEN t-book-isbn = SPACE
                   MOVE 'Ange ISBN' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-ort-id = ZERO
                   MOVE 'Ange ort' TO wc-printscr-string
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

           MOVE 'course-books' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-book-copy.

           EXEC SQL
               SELECT book_id, ort_id, copy_status
               INTO :t-old-book-id, :t-old-ort-id, :t-old-status
               FROM tbl_book_copy
               WHERE copy_identifier = :t-copy-identifier
           END-EXEC

           IF sqlcode = zero
               SET is-copy-found TO TRUE
           END-IF

           IF is-retire-action
               MOVE t-old-book-id TO t-book-id
               MOVE t-old-ort-id TO t-ort-id
           ELSE
               EXEC SQL
                   SELECT book_id
                   INTO :t-book-id
                   FROM tbl_book_title
                   WHERE book_isbn = :t-book-isbn
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :t-ort-cnt
                   FROM t_ort
                   WHERE ort_id = :t-ort-id
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN is-retire-action AND NOT is-copy-found
                   MOVE 'Exemplaret finns inte' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-retire-action
                   PERFORM B0210-store-copy
               WHEN t-book-id = ZERO
                   MOVE 'Okänt ISBN' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-ort-cnt = ZERO
                   MOVE 'Okänd ort' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0210-store-copy
           END-EVALUATE

           .

       *>**************************************************
       B0210-store-copy.

           IF is-copy-found
               EXEC SQL
                   UPDATE tbl_book_copy
                   SET book_id = :t-book-id,
                       ort_id = :t-ort-id,
                       copy_status = :t-copy-status
                   WHERE copy_identifier = :t-copy-identifier
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO tbl_book_copy
                   (copy_identifier, book_id, ort_id, copy_status)
                   VALUES (:t-copy-identifier, :t-book-id,
                           :t-ort-id, :t-copy-status)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0220-write-audit-row
                PERFORM B0290-commit-work
                IF is-retire-action
                    MOVE 'Exemplaret avfört' TO wc-printscr-string
                ELSE
                    MOVE 'Exemplaret sparat' TO wc-printscr-string
                END-IF
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0220-write-audit-row.

           MOVE 'cgi-set-book-copy' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'copy=' FUNCTION TRIM(t-copy-identifier)
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING
           IF is-copy-found
               MOVE 'EDIT' TO t-audit-action
               MOVE SPACE TO t-audit-old
               STRING 'book_id=' t-old-book-id
                      ' ort_id=' t-old-ort-id
                      ' status=' t-old-status
                      DELIMITED BY SIZE INTO t-audit-old
               END-STRING
           ELSE
               MOVE 'ADD' TO t-audit-action
               MOVE '-' TO t-audit-old
           END-IF
           MOVE SPACE TO t-audit-new
           STRING 'book_id=' t-book-id
                  ' ort_id=' t-ort-id
                  ' status=' t-copy-status
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
