
       *> table data
       01  wr-rec-vars.
           05  wn-user-id          PIC  9(09) VALUE ZERO.
           05  wn-course-id        PIC  9(09) VALUE ZERO.

       *> variables wrapped within EXEC SQL - END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-passwd                PIC  X(10) VALUE SPACE.
       01  wc-username              PIC  X(30) VALUE SPACE.
       01  enrollment-rec-vars.
           05  t-user-id            PIC  9(09).
           05  t-course-id          PIC  9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> only callers whose usertype holds the function may
       *> drop an enrollment - resolved from the posted session token
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

       *> waiting-list promotion when a seat frees up
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  t-promo-waitlist-id         PIC  9(9) VALUE ZERO.
       01  t-promo-user-id             PIC  9(9) VALUE ZERO.
       01  t-promo-course-name         PIC  X(40) VALUE SPACE.
       01  t-notif-id                  PIC  9(9) VALUE ZERO.
       01  t-notif-message             PIC  X(80) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wc-refund-env               PIC  X(4) VALUE SPACE.

       *> tunable values from the settings register - see
       *> copy/get-setting.cpy
       COPY setting-vars.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       *>**************************************************

           *> a drop inside the refund window reverses the open
           *> material-fee charge; past it the charge stands
           MOVE 'REFUND_DAYS' TO wc-setting-code
           COPY get-setting.
           MOVE wc-setting-value TO wc-refund-env
           IF wc-refund-env NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-refund-env)
                    TO wn-refund-days

           EXEC SQL
               UPDATE tbl_charge
               SET charge_status = 'R',
                   reversed_date = CURRENT_TIMESTAMP
               WHERE user_id = :t-user-id
               AND course_id = :t-course-id
               AND charge_status = 'O'

           COPY write-audit-row.

           MOVE 'enrollment' TO t-event-kind
           MOVE 'DELETE' TO t-event-action
           MOVE t-audit-key TO t-event-key
           MOVE t-user-id TO t-event-user-id

           COPY write-change-event.

           .

       *>**************************************************
