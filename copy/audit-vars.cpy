       *> see write-audit-row.cpy
       01  wc-audit-full-material.
           05  wm-audit-id            PIC  9(9) VALUE ZERO.
           05  wm-user-id             PIC  9(9) VALUE ZERO.
           05  wm-program             PIC  X(30) VALUE SPACE.
           05  wm-action              PIC  X(10) VALUE SPACE.
           05  wm-key                 PIC  X(80) VALUE SPACE.
           05  wm-old                 PIC  X(80) VALUE SPACE.
           05  wm-new                 PIC  X(80) VALUE SPACE.
           05  wm-created             PIC  X(19) VALUE SPACE.
           05  FILLER                 PIC  X(43) VALUE SPACE.
       01  wc-audit-material-red
           REDEFINES wc-audit-full-material.
           05  wc-audit-segment  PIC X(40) OCCURS 9 TIMES.
