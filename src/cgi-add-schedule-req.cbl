
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  wn-course-cnt               PIC  9(4) VALUE ZERO.
       01  wn-req-cnt                  PIC  9(4) VALUE ZERO.
       01  schedreq-rec-vars.
             05  t-course-id            PIC  9(9) VALUE ZERO.
             05  t-weekly-hours         PIC  9(2) VALUE ZERO.
             05  t-expected-count       PIC  9(4) VALUE ZERO.
             05  t-equipment-code       PIC  X(20) VALUE SPACE.
