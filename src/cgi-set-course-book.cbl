       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Link a required course book to a course's
       *>          national code - national_code (in
       *>          tbl_course_catalog), isbn, book_title (needed
       *>          the first time an ISBN is seen, renames it
       *>          otherwise) and copies per student (1-9,
       *>          default 1). action=remove takes the link away.
       *>          course-book-order counts from these links.
       *>          Recorded in tbl_audit. Guarded by
       *>          'course-books'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-course-book.
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
            03  is-remove-action-switch        PIC X   VALUE 'N'.
                88  is-remove-action                   VALUE 'Y'.
            03  is-link-found-switch           PIC X   VALUE 'N'.
                88  is-link-found                      VALUE 'Y'.
            03  is-title-saved-switch          PIC X   VALUE 'N'.
                88  is-title-saved                     VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle            PIC X(20) VALUE 'Kursböcker'.

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
       01  coursebook-rec-vars.
             05  t-national-code        PIC  X(12) VALUE SPACE.
             05  t-book-id              PIC  9(9)  VALUE ZERO.
             05  t-book-isbn            PIC  X(20) VALUE SPACE.
             05  t-book-title           PIC  X(40) VALUE SPACE.
             05  t-cur-title            PIC  X(40) VALUE SPACE.
             05  t-book-copies          PIC  9(1)  VALUE 1.
             05  t-old-copies           PIC  9(1)  VALUE ZERO.
       01  t-catalog-cnt               PIC  9(4)  VALUE ZERO.
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
                        PERFORM B0200-save-course-book
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

           *> the Skolverket course (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'national_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE FUNCTION UPPER-CASE(wc-post-value(1:12))
               TO t-national-code

           *> the book (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'isbn' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value(1:20) TO t-book-isbn

           *> its title - needed for a new ISBN
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'book_title' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO t-book-title

           *> copies each student needs (default 1)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'copies' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               IF FUNCTION TRIM(wc-post-value) IS NUMERIC
                  AND FUNCTION NUMVAL(wc-post-value) >= 1
                  AND FUNCTION NUMVAL(wc-post-value) <= 9
                   MOVE FUNCTION NUMVAL(wc-post-value)
                       TO t-book-copies
               ELSE
                   MOVE ZERO TO t-book-copies
               END-IF
           END-IF

           *> remove to take the link away
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value = 'remove'
               SET is-remove-action TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN wc-session-token = SPACE
                   MOVE 'Saknar sessionsnyckel'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-national-code = SPACE
                   MOVE 'Ange kurskod' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-book-isbn = SPACE
                   MOVE 'Ange ISBN' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN t-book-copies = ZERO
                   MOVE 'Antal ex ska vara 1-9'
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

           MOVE 'course-books' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-save-course-book.

           EXEC SQL
               SELECT COUNT(*)
               INTO :t-catalog-cnt
               FROM tbl_course_catalog
               WHERE national_code = :t-national-code
           END-EXEC

           MOVE ZERO TO t-book-id
           EXEC SQL
               SELECT book_id, book_title
               INTO :t-book-id, :t-cur-title
               FROM tbl_book_title
               WHERE book_isbn = :t-book-isbn
           END-EXEC

           IF t-book-id > ZERO
               EXEC SQL
                   SELECT book_copies
                   INTO :t-old-copies
                   FROM tbl_course_book
                   WHERE national_code = :t-national-code
                   AND book_id = :t-book-id
               END-EXEC
               IF sqlcode = zero
                   SET is-link-found TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN t-catalog-cnt = ZERO
                   MOVE 'Kurskoden finns inte i katalogen'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-remove-action AND NOT is-link-found
                   MOVE 'Boken hör inte till kursen'
                       TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN is-remove-action
                   MOVE t-cur-title TO t-book-title
                   PERFORM B0240-remove-link
               WHEN t-book-id = ZERO AND t-book-title = SPACE
                   MOVE 'Ange titel för ny bok' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   PERFORM B0210-store-title
                   IF is-title-saved
                       PERFORM B0220-store-link
                   END-IF
           END-EVALUATE

           .

       *>**************************************************
       B0210-store-title.

           *> a new ISBN becomes a title; a known one keeps its
           *> title unless a new one is posted
           IF t-book-id = ZERO
               EXEC SQL
                   SELECT nextval('tbl_book_title_book_id_seq')
                   INTO :t-book-id
               END-EXEC
               EXEC SQL
                   INSERT INTO tbl_book_title
                   (book_id, book_isbn, book_title)
                   VALUES (:t-book-id, :t-book-isbn, :t-book-title)
               END-EXEC
               IF  sqlcode NOT = zero
                    PERFORM Z0100-error-routine
               ELSE
                    SET is-title-saved TO TRUE
               END-IF
           ELSE
               SET is-title-saved TO TRUE
               IF t-book-title = SPACE
                   MOVE t-cur-title TO t-book-title
               ELSE
                   EXEC SQL
                       UPDATE tbl_book_title
                       SET book_title = :t-book-title
                       WHERE book_id = :t-book-id
                   END-EXEC
                   IF  sqlcode NOT = zero
                        PERFORM Z0100-error-routine
                        MOVE 'N' TO is-title-saved-switch
                   END-IF
               END-IF
           END-IF

           .

       *>**************************************************
       B0220-store-link.

           IF is-link-found
               EXEC SQL
                   UPDATE tbl_course_book
                   SET book_copies = :t-book-copies
                   WHERE national_code = :t-national-code
                   AND book_id = :t-book-id
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO tbl_course_book
                   (national_code, book_id, book_copies)
                   VALUES (:t-national-code, :t-book-id,
                           :t-book-copies)
               END-EXEC
           END-IF

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                IF is-link-found
                    MOVE 'EDIT' TO t-audit-action
                    MOVE SPACE TO t-audit-old
                    STRING 'copies=' t-old-copies
                           DELIMITED BY SIZE INTO t-audit-old
                    END-STRING
                ELSE
                    MOVE 'ADD' TO t-audit-action
                    MOVE '-' TO t-audit-old
                END-IF
                MOVE SPACE TO t-audit-new
                STRING FUNCTION TRIM(t-book-title)
                       ' copies=' t-book-copies
                       DELIMITED BY SIZE INTO t-audit-new
                END-STRING
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kursboken sparad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

           .

       *>**************************************************
       B0230-write-audit-row.

           MOVE 'cgi-set-course-book' TO t-audit-program
           MOVE SPACE TO t-audit-key
           STRING 'national_code=' FUNCTION TRIM(t-national-code)
                  ' isbn=' FUNCTION TRIM(t-book-isbn)
                  DELIMITED BY SIZE INTO t-audit-key
           END-STRING

           COPY write-audit-row.

           .

       *>**************************************************
       B0240-remove-link.

           EXEC SQL
               DELETE FROM tbl_course_book
               WHERE national_code = :t-national-code
               AND book_id = :t-book-id
           END-EXEC

           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                MOVE 'DELETE' TO t-audit-action
                MOVE SPACE TO t-audit-old
                STRING 'copies=' t-old-copies
                       DELIMITED BY SIZE INTO t-audit-old
                END-STRING
                MOVE '-' TO t-audit-new
                PERFORM B0230-write-audit-row
                PERFORM B0290-commit-work
                MOVE 'Kursboken borttagen' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF

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
