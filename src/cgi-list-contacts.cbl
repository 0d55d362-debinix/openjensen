       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Nothing shown for a protected identity.
       *>       0.3: Each view logged in tbl_read_log.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-contacts.
                88  is-valid-init                   VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-user-found-switch        PIC X   VALUE 'N'.
                88  is-user-found                   VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> which student to show
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-user-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           05  t-user-street             PIC  X(40).
           05  t-user-postalcode         PIC  X(10).
           05  t-user-city               PIC  X(40).
           05  t-user-protected          PIC  X(1).
           05  t-contact-name            PIC  X(40).
           05  t-contact-phone           PIC  X(40).
           05  t-contact-relation        PIC  X(20).
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at this student - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************
                    PERFORM B0105-verify-caller-authorized

                    IF is-caller-authorized
                        PERFORM B0190-write-read-log
                        PERFORM B0200-list-contact-rows
                    ELSE
                        MOVE 'Behörighet saknas'

           .

       *>**************************************************
       B0190-write-read-log.

           *> who looked up this student's address and contacts
           MOVE wn-user-id TO t-read-student-id
           MOVE 'cgi-list-contacts' TO t-read-program
           MOVE 'adress och anhöriga' TO t-read-what

           COPY write-read-log.

           EXEC SQL
               COMMIT WORK
           END-EXEC

           .

       *>**************************************************
       B0200-list-contact-rows.

           *> the address first
           EXEC SQL
               SELECT user_street, user_postalcode, user_city,
                      user_protected
               INTO :t-user-street, :t-user-postalcode,
                    :t-user-city, :t-user-protected
               FROM tbl_user
               WHERE user_id = :wn-user-id
           END-EXEC

           *> a protected identity's address and contacts are
           *> only on the restricted cgi-list-protected-person
           IF  sqlcode NOT = zero
                PERFORM Z0100-error-routine
           ELSE
                SET is-user-found TO TRUE
           END-IF

           IF is-user-found AND t-user-protected = 'Y'
               DISPLAY '<p>Skyddade personuppgifter - adress och '
                       'anhöriga visas inte här. Kontakta '
                       'administratören.</p>'
           END-IF

           IF is-user-found AND t-user-protected NOT = 'Y'
               MOVE t-user-street TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY FUNCTION TRIM(wc-escaped-value) '</p>'
               PERFORM B0205-list-contacts
           END-IF

           .

       *>**************************************************
       B0205-list-contacts.

           EXEC SQL
               DECLARE curscontact CURSOR FOR
               SELECT contact_name, contact_phone,
