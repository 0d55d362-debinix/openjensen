       *> Purpose: Let a logged-in user choose, per notification
       *>          category (grades, bookings, messages,
       *>          reminders, other), how they want delivery:
       *>          M immediate mail, D daily digest, T text
       *>          message (SMS) or S in-system only. One row
       *>          per user and category; posting again replaces
       *>          the choice. notification-digest does the
       *>          delivering. The absence category is the
       *>          guardian's same-day absence alert: T sends it
       *>          by SMS, anything else leaves it a mail.
       *> Created: 2026-09-02
       *> Revisions:
       *>       0.1: Initial revision.
       *>       0.2: T (text message) delivery, absence category.
       *>**************************************************
       IDENTIFICATION DIVISION.
       program-id. cgi-set-notification-pref.

       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
                   WHEN 'messages'
                   WHEN 'reminders'
                   WHEN 'other'
                   WHEN 'absence'
                       MOVE wc-post-value(1:12) TO t-category
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               *> how to deliver (required - M, D, T or S)
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'delivery' TO wc-post-name
                                           wc-post-value

               IF wc-post-value = 'M' OR wc-post-value = 'D'
                  OR wc-post-value = 'T' OR wc-post-value = 'S'
                   MOVE wc-post-value(1:1) TO t-delivery
               ELSE
                   MOVE SPACE TO t-delivery
