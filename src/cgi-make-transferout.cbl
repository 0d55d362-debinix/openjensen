       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: No packet for a protected identity without
       *>            an override.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-make-transferout.
                88  is-caller-authorized            VALUE 'Y'.
            03  is-student-on-file-switch   PIC X   VALUE 'N'.
                88  is-student-on-file              VALUE 'Y'.
            03  is-student-released-switch  PIC X   VALUE 'N'.
                88  is-student-released             VALUE 'Y'.

       *> used in calls to dynamic libraries
       01  wn-rtn-code             PIC  S99   VALUE ZERO.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *> connect - see copy/check-maintenance.cpy
       COPY maintenance-vars.

       *> protected identities stay out of the packet unless
       *> overridden - see copy/check-protected-release.cpy
       COPY protected-vars.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  student-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-user-pnr            PIC  X(13).
       *> the packet and cover file paths, stamped per student
       01  wc-packet-path           PIC X(60) VALUE SPACE.
       01  wc-cover-path            PIC X(60) VALUE SPACE.
       01  wn-user-id-disp          PIC 9(9)  VALUE ZERO.

       *>**************************************************
       PROCEDURE DIVISION.

           IF  sqlcode = zero
                SET is-student-on-file TO TRUE
                PERFORM B0205-check-protected
           END-IF

           IF NOT is-student-on-file
               MOVE 'Okänd student' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           IF is-student-on-file AND NOT is-student-released
               MOVE 'Skyddad identitet - undantag krävs'
                   TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           END-IF

           IF is-student-on-file AND is-student-released
               PERFORM B0210-open-files
               PERFORM B0220-write-identity
               PERFORM B0230-write-effective-grades

           .

       *>**************************************************
       B0205-check-protected.

           *> the receiving school gets a protected identity only
           *> under an override for this packet
           MOVE t-user-id TO wn-protected-user-id
           MOVE 'cgi-make-transferout' TO wc-protected-scope

           COPY check-protected-release.

           IF wc-protected-release-flag = 'Y'
               SET is-student-released TO TRUE
           END-IF

           .

       *>**************************************************
       B0210-open-files.

