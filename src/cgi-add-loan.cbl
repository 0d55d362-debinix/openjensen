
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-user-cnt                 PIC  9(4) VALUE ZERO.
       01  loan-rec-vars.
             05  t-loan-id              PIC  9(9) VALUE ZERO.
             05  t-user-id              PIC  9(9) VALUE ZERO.
             05  t-item-type            PIC  X(20) VALUE SPACE.
             05  t-item-identifier      PIC  X(30) VALUE SPACE.
             05  t-loan-date            PIC  X(10) VALUE SPACE.
