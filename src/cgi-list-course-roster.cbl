           03  fc-sep-2                   PIC X.
           03  fc-user-lastname           PIC X(82).
           03  fc-sep-3                   PIC X.
           03  fc-user-id                 PIC 9(9).
           03  fc-sep-4                   PIC X.
           03  fc-course-id               PIC 9(9).
           03  fc-sep-5                   PIC X.
           03  fc-magic-number            PIC X(40).


       *>#######################################################
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wn-course-id                PIC  9(9) VALUE ZERO.

       01  tbl-roster-record.
           05  tbl_course-course_name      PIC  X(40).
           05  tbl_user-user_firstname     PIC  X(40).
           05  tbl_user-user_lastname      PIC  X(40).
           05  tbl_user-user_id            PIC  9(9).

       *> table data
       01  wr-roster-record.
           05  wc-course_name         PIC  X(40) VALUE SPACE.
           05  wc-user_firstname      PIC  X(40) VALUE SPACE.
           05  wc-user_lastname       PIC  X(40) VALUE SPACE.
           05  wn-user_id             PIC  9(9)  VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       *>#######################################################

