       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  sub-rec-vars.
             05  t-subscription-id     PIC  9(9).
             05  t-user-id             PIC  9(9).
             05  t-report-type         PIC  X(20).
             05  t-report-params       PIC  X(80).
             05  t-schedule-type       PIC  X(1).
