       *> Created: 2014-02-12
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: A new password ends the user's open sessions.
       *>       0.3: Home municipality (kommunkod) can be set.
       *>       0.4: A changed home municipality is dated in
       *>            tbl_municipality_history (municipality_from).
       *>       0.5: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-edit-user.
       *> only callers whose usertype holds the function may edit
       *> a user - resolved from the posted session token on every call
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> copy/write-audit-row.cpy
       COPY audit-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       *>#######################################################
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  users-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
             05  t-user-street         PIC  X(40) VALUE SPACE.
             05  t-user-postalcode     PIC  X(10) VALUE SPACE.
             05  t-user-city           PIC  X(40) VALUE SPACE.
             05  t-user-municipality   PIC  X(4) VALUE SPACE.
             05  t-user-row-version    PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  wr-users-rec-vars.
             05  wn-user-id            PIC  9(9) VALUE ZERO.
             05  wc-user-firstname     PIC  X(40) VALUE SPACE.
             05  wc-user-lastname      PIC  X(40) VALUE SPACE.
             05  wc-user-email         PIC  X(40) VALUE SPACE.
             05  wc-user-street        PIC  X(40) VALUE SPACE.
             05  wc-user-postalcode    PIC  X(10) VALUE SPACE.
             05  wc-user-city          PIC  X(40) VALUE SPACE.
             05  wc-user-municipality  PIC  X(4) VALUE SPACE.
       *>#######################################################

       *> lost-update protection: the form carries the row

       *> temporary table holding existing data
       01  wr-cur-rec-vars.
             05  wn-cur-user-id           PIC  9(9) VALUE ZERO.
             05  wc-cur-user-firstname    PIC  X(40) VALUE SPACE.
             05  wc-cur-user-lastname     PIC  X(40) VALUE SPACE.
             05  wc-cur-user-email        PIC  X(40) VALUE SPACE.
             05  wc-cur-user-street         PIC  X(40) VALUE SPACE.
             05  wc-cur-user-postalcode     PIC  X(10) VALUE SPACE.
             05  wc-cur-user-city           PIC  X(40) VALUE SPACE.
             05  wc-cur-user-municipality   PIC  X(4) VALUE SPACE.

       *> the date a changed home municipality applies from -
       *> inter-municipal compensation is billed by it
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  municipality-history-vars.
             05  t-municipality-from   PIC  X(10) VALUE SPACE.
             05  t-old-municipality    PIC  X(4)  VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
                                       wc-post-name wc-post-value
           move wc-post-value to wc-user-city

           *> home municipality, four-digit kommunkod (optional -
           *> blank leaves it as it is)
           move zero to wn-rtn-code
           move space to wc-post-value
           move 'municipality' to wc-post-name
           call 'get-post-value' using wn-rtn-code
                                       wc-post-name wc-post-value
           move wc-post-value(1:4) to wc-user-municipality

           if wc-user-municipality not = space
              and wc-user-municipality is not numeric
               move 'N' to is-valid-init-switch
               move 'Ogiltig kommunkod' to wc-printscr-string
               call 'stop-printscr' using wc-printscr-string
           end-if

           *> the date the municipality applies from, YYYY-MM-DD
           *> (optional - blank = today)
           move zero to wn-rtn-code
           move space to wc-post-value
           move 'municipality_from' to wc-post-name
           call 'get-post-value' using wn-rtn-code
                                       wc-post-name wc-post-value
           move wc-post-value(1:10) to t-municipality-from

           if t-municipality-from not = space
               call 'is-valid-date' using wn-rtn-code
                                          t-municipality-from
               if wn-rtn-code not = zero
                   move 'N' to is-valid-init-switch
                   move 'Ogiltigt datum för kommunbyte'
                       to wc-printscr-string
                   call 'stop-printscr' using wc-printscr-string
               end-if
           end-if

           END-IF
           .

                   user_street,
                   user_postalcode,
                   user_city,
                   user_municipality,
                   user_row_version
             INTO :t-user-id,
                  :t-user-firstname,
                  :t-user-street,
                  :t-user-postalcode,
                  :t-user-city,
                  :t-user-municipality,
                  :t-user-row-version
             FROM tbl_user
             WHERE user_id = :wn-user-id
                MOVE t-user-street TO wc-cur-user-street
                MOVE t-user-postalcode TO wc-cur-user-postalcode
                MOVE t-user-city TO wc-cur-user-city
                MOVE t-user-municipality TO wc-cur-user-municipality
           END-IF

           .
                MOVE wc-cur-user-city TO t-user-city
           END-IF

           IF wc-user-municipality NOT = SPACE
              AND wc-user-municipality NOT = wc-cur-user-municipality
                MOVE wc-user-municipality TO t-user-municipality
           ELSE
                MOVE wc-cur-user-municipality TO t-user-municipality
           END-IF

           *> finally update table
           MOVE wn-user-id TO t-user-id
           EXEC SQL
                    user_street = :t-user-street,
                    user_postalcode = :t-user-postalcode,
                    user_city = :t-user-city,
                    user_municipality = :t-user-municipality,
                    user_row_version = user_row_version + 1
               WHERE user_id = :t-user-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                *> a password set by the office logs out every
                *> session opened with the old one
                IF wc-user-password NOT = SPACE
                    EXEC SQL
                        DELETE FROM tbl_session
                        WHERE user_id = :t-user-id
                    END-EXEC
                END-IF
                IF t-user-municipality NOT = wc-cur-user-municipality
                    PERFORM B0227-write-municipality-history
                END-IF
                PERFORM B0225-write-audit-row
                PERFORM B0230-commit-work
                MOVE 'Användaren ändrad' TO wc-printscr-string

           COPY write-audit-row.

           MOVE 'user' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
       B0227-write-municipality-history.

           IF t-municipality-from = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                   INTO :t-municipality-from
               END-EXEC
           END-IF

           MOVE wc-cur-user-municipality TO t-old-municipality

           EXEC SQL
               INSERT INTO tbl_municipality_history
               (history_id, user_id, old_municipality,
                new_municipality, valid_from, changed_by)
               VALUES
               (nextval('tbl_municipality_history_history_id_seq'),
                :t-user-id, :t-old-municipality,
                :t-user-municipality, :t-municipality-from,
                :wn-requesting-user-id)
           END-EXEC

           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           END-IF

           .

       *>**************************************************
