
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
           05  t-booking-date            PIC  X(10).
           05  t-starttime               PIC  X(5).
           05  t-endtime                 PIC  X(5).
           05  t-booked-by               PIC  9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       *> course names are user-entered text - escaped before
