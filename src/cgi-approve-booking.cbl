       *> Created: 2026-08-22
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: Record a change event for every change.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-approve-booking.

       *> the caller - resolved from the posted session token
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  approve-rec-vars.
             05  t-booking-id           PIC  9(9) VALUE ZERO.
             05  t-booking-status       PIC  X(1) VALUE SPACE.
             05  t-booked-by            PIC  9(9) VALUE ZERO.
             05  t-decision-reason      PIC  X(40) VALUE SPACE.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.

           COPY write-audit-row.

           MOVE 'booking' TO t-event-kind
           MOVE 'EDIT' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE ZERO TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
