       *> Created: 2014-02-12
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-add-user.
       EXEC SQL END DECLARE SECTION END-EXEC.

       exec sql begin declare section end-exec.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       exec sql end declare section end-exec.
       *> and write-audit-row - see copy/delegation-vars.cpy
       COPY delegation-vars.

       *> changes other systems follow - see
       *> copy/write-change-event.cpy
       COPY event-vars.

       exec sql begin declare section end-exec.
       01  users-rec-vars.
             05  t-user-id             PIC  9(9) VALUE ZERO.
             05  t-user-firstname      PIC  X(40) VALUE SPACE.
             05  t-user-lastname       PIC  X(40) VALUE SPACE.
             05  t-user-email          PIC  X(40) VALUE SPACE.
             05  t-user-street         PIC  X(40) VALUE SPACE.
             05  t-user-postalcode     PIC  X(10) VALUE SPACE.
             05  t-user-city           PIC  X(40) VALUE SPACE.
       01  t-pnr-existing-user        PIC  9(9) VALUE ZERO.
       exec sql end declare section end-exec.

       01  wr-rec-vars.
             05  wn-user-id           PIC  9(9) VALUE zero.
             05  wc-firstname         PIC  x(40) VALUE space.
             05  wc-lastname          PIC  x(40) VALUE space.
             05  wc-user-email        PIC  x(40) VALUE space.
           IF  sqlcode not = zero
                perform Z0100-error-routine
           ELSE
                move 'user' to t-event-kind
                move 'ADD' to t-event-action
                move space to t-event-key
                string 'user_id=' t-user-id
                       delimited by size into t-event-key
                end-string
                move t-user-id to t-event-user-id

                COPY write-change-event.

                perform B0240-commit-work
                move 'användare adderad' to wc-printscr-string
                call 'ok-printscr' using wc-printscr-string
