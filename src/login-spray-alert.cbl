             05  t-threshold-cnt       PIC  9(5) VALUE ZERO.
             05  t-distinct-cnt        PIC  9(5) VALUE ZERO.
             05  t-worst-source        PIC  X(40) VALUE SPACE.
             05  t-admin-user-id       PIC  9(9).
             05  t-admin-email         PIC  X(40).
       01  t-notif-id                 PIC  9(9) VALUE ZERO.
       01  t-notif-message            PIC  X(80) VALUE SPACE.
