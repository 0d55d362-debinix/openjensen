       *>          and the destination distribution (arbete /
       *>          studier / annat) - aggregates only, under
       *>          the same privacy floor as the other
       *>          aggregate reports (MIN_GROUP, default 5).
       *> Created: 2026-09-03
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Privacy floor from the settings register.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-list-alumni-stats.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
           05  t-other-cnt            PIC  9(5).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *> aggregate cells under the privacy floor print as
       *> suppressed, never as a count (MIN_GROUP, default 5)
       01  wc-min-group-env         PIC X(4)  VALUE SPACE.
       01  wn-min-group             PIC 9(3)  VALUE 5.

           *>  start html doc
           CALL 'wui-start-html' USING wc-pagetitle

           *> decompose and save current post string
           CALL 'write-post-string' USING wn-rtn-code

                PERFORM Z0100-error-routine
           ELSE
                SET is-db-connected TO TRUE
                PERFORM B0110-read-settings
                *> closed for maintenance? then say so and
                *> let the rest of the program fall through
                COPY check-maintenance.

           .

       *>**************************************************
       B0110-read-settings.

           *> the privacy floor for aggregate cells
           MOVE 'MIN_GROUP' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-min-group-env
           IF wc-min-group-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-min-group-env)
                    TO wn-min-group
           END-IF

           .

       *>**************************************************
       B0105-verify-caller-authorized.

