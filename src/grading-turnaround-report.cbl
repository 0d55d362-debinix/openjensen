
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  turnaround-rec-vars.
             05  t-teacher-user-id     PIC  9(9).
             05  t-user-firstname      PIC  X(40).
             05  t-user-lastname       PIC  X(40).
             05  t-graded-cnt          PIC  9(5).
