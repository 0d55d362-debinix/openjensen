             05  t-term-code           PIC  X(10) VALUE SPACE.
             05  t-term-start          PIC  X(10) VALUE SPACE.
             05  t-term-end            PIC  X(10) VALUE SPACE.
             05  t-course-id           PIC  9(9) VALUE ZERO.
             05  t-course-name         PIC  X(40) VALUE SPACE.
             05  t-weekly-hours        PIC  9(2) VALUE ZERO.
             05  t-expected-count      PIC  9(4) VALUE ZERO.
