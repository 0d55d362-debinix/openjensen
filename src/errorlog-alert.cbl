             05  t-pattern-code        PIC  X(20).
             05  t-match-text          PIC  X(20).
             05  t-threshold-cnt       PIC  9(5).
       01  t-admin-user-id            PIC  9(9).
       01  t-notif-id                 PIC  9(9).
       01  t-notif-message            PIC  X(80).
       01  t-mail-id                  PIC  9(9).
