
       *> the caller - resolved from the posted session token
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-requesting-user-id       PIC  9(9) VALUE ZERO.
       01  wn-requesting-usertype-id   PIC  9(9) VALUE ZERO.
       01  wc-session-token            PIC  X(32) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  archlist-rec-vars.
           05  t-archive-id              PIC  9(9).
           05  t-arch-user-id            PIC  9(9).
           05  t-report-type             PIC  X(20).
           05  t-report-params           PIC  X(80).
           05  t-archive-file            PIC  X(60).
