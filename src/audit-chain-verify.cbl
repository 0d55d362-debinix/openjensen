       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  verify-rec-vars.
             05  t-audit-id            PIC  9(9).
             05  t-audit-user-id       PIC  9(9).
             05  t-audit-program       PIC  X(30).
             05  t-audit-action        PIC  X(10).
             05  t-audit-key           PIC  X(80).
             05  t-anchor-audit-id     PIC  9(9) VALUE ZERO.
             05  t-anchor-hash         PIC  X(32) VALUE SPACE.
       01  t-break-audit-id           PIC  9(9) VALUE ZERO.
       01  t-admin-user-id            PIC  9(9) VALUE ZERO.
       01  t-admin-email              PIC  X(40) VALUE SPACE.
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
       *> segments
       01  wc-audit-full-material.
           05  wm-audit-id           PIC 9(9)  VALUE ZERO.
           05  wm-user-id            PIC 9(9)  VALUE ZERO.
           05  wm-program            PIC X(30) VALUE SPACE.
           05  wm-action             PIC X(10) VALUE SPACE.
           05  wm-key                PIC X(80) VALUE SPACE.
           05  wm-old                PIC X(80) VALUE SPACE.
           05  wm-new                PIC X(80) VALUE SPACE.
           05  wm-created            PIC X(19) VALUE SPACE.
           05  FILLER                PIC X(43) VALUE SPACE.
       01  wc-audit-material-red
           REDEFINES wc-audit-full-material.
           05  wc-audit-segment  PIC X(40) OCCURS 9 TIMES.
