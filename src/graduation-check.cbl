
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  student-rec-vars.
             05  t-user-id             PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-user-program        PIC  9(4).
