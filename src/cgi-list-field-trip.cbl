       *>**************************************************
       *> Author:  Peter Brink
       *> Purpose: Printable participant list for a study visit
       *>          (trip_id) to take along: the trip itself, then
       *>          per student the consent status, a plain marker
       *>          where the student has medical information (the
       *>          detail stays in cgi-list-medical-notes) and the
       *>          emergency contacts. A student whose guardian
       *>          said no stays at school and is listed without
       *>          contacts; a protected identity's contacts are
       *>          never printed. Every student whose contacts are
       *>          shown is logged in tbl_read_log. Guarded by
       *>          'field-trip'.
       *> Created: 2026-10-15
       *> Revisions:
       *>       0.1: Initial revision.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-field-trip.
       *>**************************************************
       DATA DIVISION.
       *>**************************************************
       WORKING-STORAGE SECTION.
       *>**************************************************
       01   switches.
            03  is-db-connected-switch      PIC X   VALUE 'N'.
                88  is-db-connected                 VALUE 'Y'.
            03  is-valid-init-switch        PIC X   VALUE 'N'.
                88  is-valid-init                   VALUE 'Y'.
            03  is-caller-authorized-switch PIC X   VALUE 'N'.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-sql-error-switch         PIC X   VALUE 'N'.
                88  is-sql-error                    VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.

       *> always - used in error routine
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.

       01  wc-pagetitle   PIC X(20) VALUE 'Deltagarlista'.

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

       *> which trip to show
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-trip-id                 PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  trip-rec-vars.
           05  t-trip-date               PIC  X(10).
           05  t-trip-starttime          PIC  X(5).
           05  t-trip-endtime            PIC  X(5).
           05  t-destination             PIC  X(40).
           05  t-trip-cost               PIC  9(7).
           05  t-trip-status             PIC  X(1).
           05  t-responsible-name        PIC  X(80).
       01  participant-rec-vars.
           05  t-user-id                 PIC  9(9).
           05  t-student-name            PIC  X(80).
           05  t-consent-status          PIC  X(1).
           05  t-medical-flag            PIC  X(1).
           05  t-contact-name            PIC  X(40).
           05  t-contact-phone           PIC  X(40).
           05  t-contact-relation        PIC  X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> names and contacts are user-entered text - escaped
       *> before they reach the page
       01  wc-escape-input            PIC X(40) VALUE SPACE.
       01  wc-escaped-value           PIC X(240) VALUE SPACE.

       01  wc-consent-name            PIC X(20) VALUE SPACE.
       01  wn-prev-user-id            PIC 9(9)  VALUE ZERO.
       01  wn-participant-cnt         PIC 9(5)  VALUE ZERO.
       01  wn-going-cnt               PIC 9(5)  VALUE ZERO.

       *> the system-wide maintenance gate, checked right after
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> who looked at whose contacts - see
       *> copy/write-read-log.cpy
       COPY read-log-vars.

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
                        PERFORM B0200-list-trip
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
               PERFORM A0110-init-list-action
           END-IF

           .

       *>**************************************************
       A0110-init-list-action.

           *> session token issued by cgi-login - resolved to
           *> the caller's user_id once connected
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'session_token' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           MOVE wc-post-value TO wc-session-token

           IF wc-session-token NOT = SPACE
               SET is-valid-init TO TRUE
           ELSE
               MOVE 'Saknar sessionsnyckel'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           *> which trip (required)
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'trip_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                                       wc-post-name wc-post-value

           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-trip-id
           ELSE
               MOVE 'N' TO is-valid-init-switch
               MOVE 'Saknar studiebesök' TO wc-printscr-string
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

           MOVE 'field-trip' TO wc-permission-function

           COPY check-permission.

           .

       *>**************************************************
       B0200-list-trip.

           EXEC SQL
               SELECT t.trip_date, t.trip_starttime, t.trip_endtime,
                      t.destination, t.trip_cost, t.trip_status,
                      COALESCE(TRIM(u.user_firstname) || ' ' ||
                               TRIM(u.user_lastname), '')
               INTO :t-trip-date, :t-trip-starttime,
                    :t-trip-endtime, :t-destination, :t-trip-cost,
                    :t-trip-status, :t-responsible-name
               FROM tbl_field_trip t
               LEFT JOIN tbl_user u
                   ON u.user_id = t.responsible_user_id
               WHERE t.trip_id = :wn-trip-id
           END-EXEC

           EVALUATE TRUE
               WHEN sqlcode = 100
                   MOVE 'Okänt studiebesök' TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN sqlcode NOT = zero
                   PERFORM Z0100-error-routine
               WHEN OTHER
                   PERFORM B0205-write-trip-header
                   PERFORM B0210-list-participants
                   IF NOT is-sql-error
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                   END-IF
           END-EVALUATE

           .

       *>**************************************************
       B0205-write-trip-header.

           MOVE t-destination TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<h2>Studiebesök ' FUNCTION TRIM(wc-escaped-value)
                   '</h2>'

           IF t-trip-status = 'C'
               DISPLAY '<p><b>Inställt</b></p>'
           END-IF

           DISPLAY '<p>' t-trip-date ' ' t-trip-starttime '-'
                   t-trip-endtime ', kostnad ' t-trip-cost ' kr</p>'

           MOVE t-responsible-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<p>Ansvarig: ' FUNCTION TRIM(wc-escaped-value)
                   '</p>'

           .

       *>**************************************************
       B0210-list-participants.

           *> one row per participant and emergency contact - a
           *> participant without contacts still gets one row
           EXEC SQL
               DECLARE curstriplist CURSOR FOR
               SELECT p.user_id,
                      TRIM(u.user_lastname) || ', ' ||
                      TRIM(u.user_firstname),
                      p.consent_status,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM tbl_medical_note n
                           WHERE n.student_user_id = p.user_id
                           AND n.note_active = 'Y')
                      THEN 'Y' ELSE 'N' END,
                      COALESCE(c.contact_name, ''),
                      COALESCE(c.contact_phone, ''),
                      COALESCE(c.contact_relation, '')
               FROM tbl_trip_participant p
               INNER JOIN tbl_user u
                   ON u.user_id = p.user_id
               LEFT JOIN tbl_emergency_contact c
                   ON c.user_id = p.user_id
                   AND u.user_protected <> 'Y'
                   AND p.consent_status <> 'N'
               WHERE p.trip_id = :wn-trip-id
               ORDER BY u.user_lastname, u.user_firstname,
                        p.user_id, c.contact_id
           END-EXEC

           EXEC SQL
               OPEN curstriplist
           END-EXEC

           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Elev</th><th>Samtycke</th>'
                   '<th>Obs</th><th>Nödkontakt</th>'
                   '<th>Telefon</th><th>Relation</th></tr>'

           EXEC SQL
               FETCH curstriplist INTO :t-user-id,
                                       :t-student-name,
                                       :t-consent-status,
                                       :t-medical-flag,
                                       :t-contact-name,
                                       :t-contact-phone,
                                       :t-contact-relation
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               PERFORM B0220-write-participant-row

               EXEC SQL
                   FETCH curstriplist INTO :t-user-id,
                                           :t-student-name,
                                           :t-consent-status,
                                           :t-medical-flag,
                                           :t-contact-name,
                                           :t-contact-phone,
                                           :t-contact-relation
               END-EXEC

           END-PERFORM

           DISPLAY '</table>'

           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF

           EXEC SQL
               CLOSE curstriplist
           END-EXEC

           DISPLAY '<p>Deltagare: ' wn-participant-cnt
                   ', åker med: ' wn-going-cnt '</p>'

           .

       *>**************************************************
       B0220-write-participant-row.

           *> name, consent and marker on the first row of each
           *> participant only
           IF t-user-id NOT = wn-prev-user-id

               MOVE t-user-id TO wn-prev-user-id
               ADD 1 TO wn-participant-cnt

               EVALUATE t-consent-status
                   WHEN 'Y'
                       MOVE 'Ja' TO wc-consent-name
                       ADD 1 TO wn-going-cnt
                   WHEN 'N'
                       MOVE 'Nej - stannar' TO wc-consent-name
                   WHEN OTHER
                       MOVE 'Väntar' TO wc-consent-name
               END-EVALUATE

               MOVE t-student-name TO wc-escape-input
               CALL 'html-escape-field' USING wn-rtn-code
                    wc-escape-input wc-escaped-value
               DISPLAY '<tr><td>' FUNCTION TRIM(wc-escaped-value)
                       '</td><td>' FUNCTION TRIM(wc-consent-name)
                       '</td>'

               IF t-medical-flag = 'Y'
                   DISPLAY '<td>Medicinsk info</td>'
               ELSE
                   DISPLAY '<td></td>'
               END-IF

               IF t-contact-name NOT = SPACE
                   PERFORM B0230-write-read-log
               END-IF

           ELSE
               DISPLAY '<tr><td></td><td></td><td></td>'
           END-IF

           MOVE t-contact-name TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-contact-phone TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value) '</td>'

           MOVE t-contact-relation TO wc-escape-input
           CALL 'html-escape-field' USING wn-rtn-code
                wc-escape-input wc-escaped-value
           DISPLAY '<td>' FUNCTION TRIM(wc-escaped-value)
                   '</td></tr>'

           .

       *>**************************************************
       B0230-write-read-log.

           *> who printed this student's emergency contacts
           MOVE t-user-id TO t-read-student-id
           MOVE 'cgi-list-field-trip' TO t-read-program
           MOVE 'nödkontakter studiebesök' TO t-read-what

           COPY write-read-log.

           .

       *>**************************************************
       C0100-closedown.

           CALL 'wui-end-html' USING wn-rtn-code

           .

       *>**************************************************
       Z0100-error-routine.

           SET is-sql-error TO TRUE

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
