             05  t-incident-id         PIC  9(9).
             05  t-category            PIC  X(20).
             05  t-conf-level          PIC  X(1).
             05  t-created-by          PIC  9(9).
       01  wc-today-date              PIC  X(10) VALUE SPACE.
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       01  t-notif-user-id            PIC  9(9) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
